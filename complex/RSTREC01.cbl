       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSTREC01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  RSTREC01                                             *
      * PURPOSE:  DELEGATED PROVIDER GROUP ROSTER RECONCILIATION       *
      *           MONTHLY INTAKE OF THE PRACTITIONER ROSTERS OUR       *
      *           LARGE MEDICAL GROUPS SEND IN THE STANDARD ROSTER     *
      *           LAYOUT (ONE HEADER/DETAIL/TRAILER SET PER GROUP).    *
      *           EACH ROSTER LINE IS RECONCILED AGAINST THE PROVIDER  *
      *           MASTER AND ITS PRV-GROUP-NPI / PRV-AFFIL-TYPE        *
      *           HIERARCHY AND CLASSIFIED:                            *
      *             NEW       - NOT ON THE MASTER, OR NOT YET          *
      *                         AFFILIATED WITH THIS GROUP             *
      *             CHANGED   - NAME, TAXONOMY, SPECIALTY, PRACTICE    *
      *                         ADDRESS OR PHONE DIFFERS               *
      *             UNCHANGED - MATCHES THE MASTER                     *
      *             DEPARTED  - END-DATED ON THE ROSTER, OR AN         *
      *                         AFFILIATED PRACTITIONER NOT ON IT      *
      *           CHANGES FROM GROUPS WITH A DELEGATION AGREEMENT      *
      *           (HCAS.ROSTER_GROUP.DELEGATED_IND = Y) ARE APPROVED   *
      *           AND WRITTEN AS PRVLD001 INPUT - ACTION A FOR A NEW   *
      *           PRACTITIONER, ACTION R (ROSTER UPDATE) OTHERWISE.    *
      *           OTHER GROUPS' CHANGES ARE LISTED FOR PROVIDER        *
      *           RELATIONS TO REVIEW. DEPARTED PRACTITIONERS HAVE     *
      *           THEIR GROUP AFFILIATION TERMINATED WHATEVER THE      *
      *           DELEGATION STATUS. A PRACTITIONER CONFIRMED ON A     *
      *           ROSTER IS RECORDED AS VERIFIED (SOURCE ROSTER) ON    *
      *           HCAS.PRV_ATTESTATION FOR THE PRVATT01 CYCLE, SO A    *
      *           GROUP WHOSE ROSTER DID NOT ARRIVE GOES ON THE        *
      *           EXCEPTION REPORT.                                    *
      * INPUTS:   RSTIN-FILE   - GROUP ROSTER FILE                     *
      *           PRVMST-FILE  - PROVIDER MASTER VSAM KSDS             *
      *           DB2 TABLES   - HCAS.ROSTER_GROUP, HCAS.PROVIDER      *
      * OUTPUTS:  RSTOUT-FILE  - PRVLD001 INPUT (ACTIONS A AND R)      *
      *           RSTRPT-FILE  - RECONCILIATION REPORT                 *
      *           RSTEXC-FILE  - ROSTER EXCEPTION REPORT               *
      *           DB2 TABLES   - HCAS.PRV_ROSTER,                      *
      *                          HCAS.ROSTER_GROUP,                    *
      *                          HCAS.PRV_ATTESTATION,                 *
      *                          HCAS.PRV_ATTEST_WORKLIST              *
      * FREQUENCY: MONTHLY (AHEAD OF PRVLD001)                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSTIN-FILE
               ASSIGN TO ROSTERIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTIN-STATUS.

           SELECT PRVMST-FILE
               ASSIGN TO PRVMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-NPI
               FILE STATUS IS WS-PRVMST-STATUS.

           SELECT RSTOUT-FILE
               ASSIGN TO RSTOUTPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RSTRPT-FILE
               ASSIGN TO RSTRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RSTEXC-FILE
               ASSIGN TO RSTEXCOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSTIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  RSTIN-RECORD                PIC X(250).

       FD  PRVMST-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  PMF-RECORD.
           05  PMF-NPI                 PIC X(10).
           05  PMF-DATA                PIC X(590).

      *--- PRVLD001 PROVIDER INPUT LAYOUT ---
       FD  RSTOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  RSTOUT-RECORD.
           05  RSO-ACTION-CODE         PIC X(01).
           05  RSO-NPI                 PIC X(10).
           05  RSO-LAST-NAME           PIC X(35).
           05  RSO-FIRST-NAME          PIC X(25).
           05  RSO-MIDDLE-INIT         PIC X(01).
           05  RSO-ORG-NAME            PIC X(60).
           05  RSO-TAX-ID              PIC X(09).
           05  RSO-TAX-ID-TYPE         PIC X(02).
           05  RSO-ENTITY-TYPE         PIC X(01).
           05  RSO-TAXONOMY-CODE       PIC X(10).
           05  RSO-SPECIALTY-CODE      PIC X(04).
           05  RSO-LICENSE-NO          PIC X(20).
           05  RSO-LICENSE-STATE       PIC X(02).
           05  RSO-ADDR-LINE-1         PIC X(55).
           05  RSO-ADDR-LINE-2         PIC X(55).
           05  RSO-CITY                PIC X(30).
           05  RSO-STATE               PIC X(02).
           05  RSO-ZIP-CODE            PIC X(09).
           05  RSO-PHONE               PIC X(10).
           05  RSO-NETWORK-ID          PIC X(06).
           05  RSO-CONTRACT-TYPE       PIC X(02).
           05  RSO-PAR-STATUS          PIC X(01).
           05  RSO-EFF-DATE            PIC 9(08).
           05  RSO-TERM-DATE           PIC 9(08).
           05  RSO-FEE-SCHED-ID        PIC X(08).
           05  RSO-PAY-METHOD          PIC X(02).
           05  RSO-GROUP-NPI           PIC X(10).
           05  FILLER                  PIC X(114).

       FD  RSTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RSTRPT-RECORD               PIC X(133).

       FD  RSTEXC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RSTEXC-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PRVCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-RSTIN-STATUS         PIC X(02).
           05  WS-PRVMST-STATUS        PIC X(02).
           05  WS-OUT-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).
           05  WS-EXC-STATUS           PIC X(02).

       01  WS-RPT-LINE                 PIC X(133).

      *--- STANDARD GROUP ROSTER LAYOUT - ONE DETAIL LINE PER    ---
      *    PRACTITIONER PER PRACTICE LOCATION; LOCATION 01 IS    ---
      *    THE PRIMARY LOCATION CARRIED ON THE PROVIDER MASTER   ---
       01  WS-ROSTER-RECORD.
           05  RST-REC-TYPE            PIC X(01).
               88  RST-HEADER          VALUE 'H'.
               88  RST-DETAIL          VALUE 'D'.
               88  RST-TRAILER         VALUE 'T'.
           05  RST-DETAIL-DATA.
               10  RST-NPI             PIC X(10).
               10  RST-LAST-NAME       PIC X(35).
               10  RST-FIRST-NAME      PIC X(25).
               10  RST-MIDDLE-INIT     PIC X(01).
               10  RST-TAXONOMY-CODE   PIC X(10).
               10  RST-SPECIALTY-CODE  PIC X(04).
               10  RST-LOC-SEQ         PIC X(02).
               10  RST-ADDR-LINE-1     PIC X(55).
               10  RST-CITY            PIC X(30).
               10  RST-STATE           PIC X(02).
               10  RST-ZIP-CODE        PIC X(09).
               10  RST-PHONE           PIC X(10).
               10  RST-START-DATE      PIC X(08).
               10  RST-END-DATE        PIC X(08).
               10  RST-PANEL-STATUS    PIC X(01).
                   88  RST-PANEL-OPEN  VALUE 'O'.
                   88  RST-PANEL-CLOSED VALUE 'C'.
                   88  RST-PANEL-ESTAB VALUE 'E'.
               10  FILLER              PIC X(39).
           05  RST-HEADER-DATA REDEFINES RST-DETAIL-DATA.
               10  RST-GROUP-NPI       PIC X(10).
               10  RST-GROUP-NAME      PIC X(60).
               10  RST-ROSTER-DATE     PIC X(08).
               10  FILLER              PIC X(171).
           05  RST-TRAILER-DATA REDEFINES RST-DETAIL-DATA.
               10  RST-TRL-GROUP-NPI   PIC X(10).
               10  RST-TRL-COUNT       PIC 9(07).
               10  FILLER              PIC X(232).

       01  WS-SWITCHES.
           05  WS-RST-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RST-EOF          VALUE 'Y'.
               88  WS-RST-NOT-EOF      VALUE 'N'.
           05  WS-DEP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DEP-EOF          VALUE 'Y'.
               88  WS-DEP-NOT-EOF      VALUE 'N'.
           05  WS-MIS-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MIS-EOF          VALUE 'Y'.
               88  WS-MIS-NOT-EOF      VALUE 'N'.
           05  WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
               88  WS-GROUP-OPEN       VALUE 'Y'.
               88  WS-GROUP-CLOSED     VALUE 'N'.
           05  WS-GROUP-VALID-SW       PIC X(01) VALUE 'N'.
               88  WS-GROUP-ACCEPTED   VALUE 'Y'.
               88  WS-GROUP-REJECTED   VALUE 'N'.
           05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN     VALUE 'Y'.
               88  WS-TRAILER-MISSING  VALUE 'N'.
           05  WS-MASTER-SW            PIC X(01) VALUE 'N'.
               88  WS-ON-MASTER        VALUE 'Y'.
               88  WS-NOT-ON-MASTER    VALUE 'N'.

      *--- THE GROUP WHOSE ROSTER IS BEING RECONCILED - BILLING ---
      *    TERMS FOR A NEW PRACTITIONER COME FROM THE GROUP'S    ---
      *    OWN MASTER RECORD                                     ---
       01  WS-GROUP-AREA.
           05  WS-GRP-NPI              PIC X(10).
           05  WS-GRP-NAME             PIC X(60).
           05  WS-GRP-ROSTER-DATE      PIC X(08).
           05  WS-GRP-DELEGATED-IND    PIC X(01).
               88  WS-GRP-DELEGATED    VALUE 'Y'.
           05  WS-GRP-TAX-ID           PIC X(09).
           05  WS-GRP-TAX-ID-TYPE      PIC X(02).
           05  WS-GRP-NETWORK-ID       PIC X(06).
           05  WS-GRP-CONTRACT-TYPE    PIC X(02).
           05  WS-GRP-PAR-STATUS       PIC X(01).
           05  WS-GRP-FEE-SCHED-ID     PIC X(08).
           05  WS-GRP-PAY-METHOD       PIC X(02).
           05  WS-GRP-TRL-COUNT        PIC 9(07).

       01  WS-GROUP-COUNTERS.
           05  WS-GRP-LINES            PIC 9(07) VALUE ZERO.
           05  WS-GRP-NEW              PIC 9(07) VALUE ZERO.
           05  WS-GRP-CHANGED          PIC 9(07) VALUE ZERO.
           05  WS-GRP-UNCHANGED        PIC 9(07) VALUE ZERO.
           05  WS-GRP-DEPARTED         PIC 9(07) VALUE ZERO.
           05  WS-GRP-ERRORS           PIC 9(07) VALUE ZERO.

      *--- ONE ROSTER LINE AS STAGED ON HCAS.PRV_ROSTER ---
       01  WS-ROSTER-ROW.
           05  WS-RR-LOC-SEQ           PIC S9(04) COMP.
           05  WS-RR-CLASS             PIC X(01).
               88  WS-RR-NEW           VALUE 'N'.
               88  WS-RR-CHANGED       VALUE 'C'.
               88  WS-RR-UNCHANGED     VALUE 'S'.
               88  WS-RR-DEPARTED      VALUE 'D'.
               88  WS-RR-ADDL-LOC      VALUE 'L'.
               88  WS-RR-ERROR         VALUE 'E'.
           05  WS-RR-TRANS-IND         PIC X(01).
               88  WS-RR-TRANS-WRITTEN VALUE 'Y'.
               88  WS-RR-NO-TRANS      VALUE 'N'.
           05  WS-RR-CHG-FIELDS        PIC X(14).

      *--- REPORT LINE FIELDS ---
       01  WS-REPORT-FIELDS.
           05  WS-RL-NPI               PIC X(10).
           05  WS-RL-NAME              PIC X(30).
           05  WS-RL-CLASS-DESC        PIC X(10).
           05  WS-RL-ACTION            PIC X(06).
           05  WS-RL-NOTE              PIC X(50).
       01  WS-EXC-REASON               PIC X(60).

      *--- AFFILIATED PRACTITIONERS MISSING FROM THEIR GROUP'S   ---
      *    ROSTER - ONLY GROUPS WHOSE ROSTER WAS RECEIVED IN     ---
      *    BALANCE THIS RUN (LAST_LOAD_DATE = TODAY) QUALIFY. A  ---
      *    PRACTITIONER ALREADY GIVEN A TRANSACTION FROM ANOTHER ---
      *    GROUP'S ROSTER (A MOVE BETWEEN GROUPS) IS LEFT ALONE  ---
           EXEC SQL DECLARE RSTDEP-CURSOR CURSOR FOR
               SELECT P.NPI, P.GROUP_NPI
               FROM HCAS.PROVIDER P
               WHERE P.RECORD_STATUS = 'A'
                 AND P.GROUP_NPI IN (
                     SELECT G.GROUP_NPI
                     FROM HCAS.ROSTER_GROUP G
                     WHERE G.LAST_LOAD_DATE = :WS-CURRENT-DATE
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.PRV_ROSTER R
                     WHERE R.GROUP_NPI = P.GROUP_NPI
                       AND R.NPI = P.NPI
                       AND R.LOAD_DATE = :WS-CURRENT-DATE
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.PRV_ROSTER R2
                     WHERE R2.NPI = P.NPI
                       AND R2.LOAD_DATE = :WS-CURRENT-DATE
                       AND R2.TRANS_IND = 'Y'
                 )
               ORDER BY P.GROUP_NPI, P.NPI
           END-EXEC

       01  WS-DEPART-ROW.
           05  WS-DP-NPI               PIC X(10).
           05  WS-DP-GROUP-NPI         PIC X(10).

      *--- ROSTERED GROUPS WITH NO ROSTER RECEIVED IN THE WINDOW ---
           EXEC SQL DECLARE RSTMIS-CURSOR CURSOR FOR
               SELECT G.GROUP_NPI, G.GROUP_NAME,
                      COALESCE(G.LAST_ROSTER_DATE, ' '),
                      (SELECT COUNT(*)
                       FROM HCAS.PROVIDER P
                       WHERE P.GROUP_NPI = G.GROUP_NPI
                         AND P.RECORD_STATUS = 'A')
               FROM HCAS.ROSTER_GROUP G
               WHERE G.ROSTER_STATUS = 'A'
                 AND COALESCE(G.LAST_LOAD_DATE, ' ')
                     < :WS-MISSING-CUTOFF
               ORDER BY G.GROUP_NPI
           END-EXEC

       01  WS-MISSING-ROW.
           05  WS-MS-GROUP-NPI         PIC X(10).
           05  WS-MS-GROUP-NAME        PIC X(60).
           05  WS-MS-LAST-ROSTER       PIC X(08).
           05  WS-MS-PRACT-COUNT       PIC S9(09) COMP.

       01  WS-DATE-WORK.
           05  WS-MISSING-CUTOFF       PIC X(08).
           05  WS-DATE-N               PIC 9(08).
           05  WS-DATE-INT             PIC S9(09) COMP.
       01  WS-MISSING-DAYS             PIC S9(04) COMP VALUE 35.

       01  WS-COMMIT-INTERVAL          PIC S9(04) COMP VALUE 500.
       01  WS-COMMIT-COUNTER           PIC S9(06) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RST-READ             PIC 9(07) VALUE ZERO.
           05  WS-GROUPS-READ          PIC 9(05) VALUE ZERO.
           05  WS-GROUPS-RECEIVED      PIC 9(05) VALUE ZERO.
           05  WS-GROUPS-REJECTED      PIC 9(05) VALUE ZERO.
           05  WS-GROUPS-MISSING       PIC 9(05) VALUE ZERO.
           05  WS-LINES-SKIPPED        PIC 9(07) VALUE ZERO.
           05  WS-TOT-NEW              PIC 9(07) VALUE ZERO.
           05  WS-TOT-CHANGED          PIC 9(07) VALUE ZERO.
           05  WS-TOT-UNCHANGED        PIC 9(07) VALUE ZERO.
           05  WS-TOT-DEPARTED         PIC 9(07) VALUE ZERO.
           05  WS-TOT-ADDL-LOC         PIC 9(07) VALUE ZERO.
           05  WS-TOT-ERRORS           PIC 9(07) VALUE ZERO.
           05  WS-TOT-REVIEW           PIC 9(07) VALUE ZERO.
           05  WS-TRANS-ADD            PIC 9(07) VALUE ZERO.
           05  WS-TRANS-UPDATE         PIC 9(07) VALUE ZERO.
           05  WS-AFFIL-TERMINATED     PIC 9(07) VALUE ZERO.
           05  WS-ATTESTED             PIC 9(07) VALUE ZERO.

       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ROSTER-RECORD
               UNTIL WS-RST-EOF
           IF WS-GROUP-OPEN
               PERFORM 2900-CLOSE-GROUP
           END-IF
           PERFORM 5000-TERMINATE-DEPARTED
           PERFORM 6000-REPORT-MISSING-ROSTERS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'RSTREC01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT RSTIN-FILE
           IF WS-RSTIN-STATUS NOT = '00'
               DISPLAY 'RSTREC01: OPEN ERROR ROSTER FILE - '
                       WS-RSTIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRVMST-FILE
           IF WS-PRVMST-STATUS NOT = '00'
               DISPLAY 'RSTREC01: VSAM OPEN ERROR - '
                       WS-PRVMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RSTOUT-FILE
           OPEN OUTPUT RSTRPT-FILE
           OPEN OUTPUT RSTEXC-FILE
      *--- A GROUP WITH NO ROSTER LOADED IN THE LAST 35 DAYS ---
      *    MISSED THIS MONTH'S CYCLE                          ---
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE) TO WS-DATE-N
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N) - WS-MISSING-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-MISSING-CUTOFF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RSTREC01 - GROUP ROSTER RECONCILIATION - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GROUP NPI  NPI        NAME                      '
                  DELIMITED SIZE
                  '     CLASS      ACTION NOTE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RSTREC01 - GROUP ROSTER EXCEPTIONS - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTEXC-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GROUP NPI  EXCEPTION' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTEXC-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RSTEXC-RECORD FROM WS-RPT-LINE
           PERFORM 8100-READ-ROSTER.

       2000-PROCESS-ROSTER-RECORD.
           EVALUATE TRUE
               WHEN RST-HEADER
                   IF WS-GROUP-OPEN
                       PERFORM 2900-CLOSE-GROUP
                   END-IF
                   PERFORM 2100-OPEN-GROUP
               WHEN RST-DETAIL
                   IF WS-GROUP-OPEN
                       ADD 1 TO WS-GRP-LINES
                   END-IF
                   IF WS-GROUP-OPEN AND WS-GROUP-ACCEPTED
                       PERFORM 3000-RECONCILE-PRACTITIONER
                   ELSE
                       ADD 1 TO WS-LINES-SKIPPED
                   END-IF
               WHEN RST-TRAILER
                   IF WS-GROUP-OPEN
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE RST-TRL-COUNT TO WS-GRP-TRL-COUNT
                       PERFORM 2900-CLOSE-GROUP
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LINES-SKIPPED
           END-EVALUATE
           PERFORM 8100-READ-ROSTER.

      *----------------------------------------------------------------*
      *    ROSTER HEADER - THE GROUP MUST BE SET UP FOR ROSTERS ON     *
      *    HCAS.ROSTER_GROUP AND BE ON THE PROVIDER MASTER. A GROUP    *
      *    THAT FAILS EITHER TEST HAS ITS WHOLE ROSTER SET ASIDE.      *
      *----------------------------------------------------------------*
       2100-OPEN-GROUP.
           SET WS-GROUP-OPEN      TO TRUE
           SET WS-GROUP-ACCEPTED  TO TRUE
           SET WS-TRAILER-MISSING TO TRUE
           INITIALIZE WS-GROUP-COUNTERS
           MOVE ZERO TO WS-GRP-TRL-COUNT
           ADD 1 TO WS-GROUPS-READ
           MOVE RST-GROUP-NPI   TO WS-GRP-NPI
           MOVE RST-GROUP-NAME  TO WS-GRP-NAME
           MOVE RST-ROSTER-DATE TO WS-GRP-ROSTER-DATE
           IF WS-GRP-ROSTER-DATE NOT NUMERIC
           OR WS-GRP-ROSTER-DATE > WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-GRP-ROSTER-DATE
           END-IF
           EXEC SQL
               SELECT GROUP_NAME, DELEGATED_IND
               INTO :WS-GRP-NAME, :WS-GRP-DELEGATED-IND
               FROM HCAS.ROSTER_GROUP
               WHERE GROUP_NPI = :WS-GRP-NPI
                 AND ROSTER_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-GROUP-REJECTED TO TRUE
               IF SQLCODE = +100
                   MOVE 'ROSTER REJECTED - GROUP NOT SET UP FOR ROSTERS'
                       TO WS-EXC-REASON
               ELSE
                   MOVE 'ROSTER REJECTED - ROSTER GROUP LOOKUP ERROR'
                       TO WS-EXC-REASON
                   DISPLAY 'RSTREC01: ROSTER GROUP LOOKUP ERROR '
                           'SQLCODE=' SQLCODE ' GROUP=' WS-GRP-NPI
               END-IF
               PERFORM 7100-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-NPI TO PMF-NPI
           READ PRVMST-FILE
               INVALID KEY
                   SET WS-GROUP-REJECTED TO TRUE
           END-READ
           IF WS-GROUP-REJECTED
               MOVE 'ROSTER REJECTED - GROUP NPI NOT ON PROVIDER MASTER'
                   TO WS-EXC-REASON
               PERFORM 7100-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE PMF-RECORD        TO PROVIDER-MASTER-RECORD
           MOVE PRV-TAX-ID        TO WS-GRP-TAX-ID
           MOVE PRV-TAX-ID-TYPE   TO WS-GRP-TAX-ID-TYPE
           MOVE PRV-NETWORK-ID    TO WS-GRP-NETWORK-ID
           MOVE PRV-CONTRACT-TYPE TO WS-GRP-CONTRACT-TYPE
           MOVE PRV-PAR-STATUS    TO WS-GRP-PAR-STATUS
           MOVE PRV-FEE-SCHED-ID  TO WS-GRP-FEE-SCHED-ID
           MOVE PRV-PAY-METHOD    TO WS-GRP-PAY-METHOD.

      *----------------------------------------------------------------*
      *    END OF A GROUP'S ROSTER. ONLY A ROSTER THAT ENDS IN A       *
      *    TRAILER WHOSE COUNT AGREES, AND THAT LISTS AT LEAST ONE     *
      *    PRACTITIONER, COUNTS AS RECEIVED - A SHORT OR EMPTY FILE    *
      *    MUST NOT TERMINATE EVERY AFFILIATION IT HAPPENS TO OMIT.    *
      *----------------------------------------------------------------*
       2900-CLOSE-GROUP.
           SET WS-GROUP-CLOSED TO TRUE
           IF WS-GROUP-REJECTED
               ADD 1 TO WS-GROUPS-REJECTED
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TRAILER-MISSING
                   MOVE 'ROSTER INCOMPLETE - NO TRAILER RECORD'
                       TO WS-EXC-REASON
               WHEN WS-GRP-TRL-COUNT NOT = WS-GRP-LINES
                   MOVE 'ROSTER INCOMPLETE - TRAILER COUNT DISAGREES'
                       TO WS-EXC-REASON
               WHEN WS-GRP-LINES = ZERO
                   MOVE 'ROSTER EMPTY - NO PRACTITIONERS LISTED'
                       TO WS-EXC-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-GROUPS-REJECTED
               PERFORM 7100-WRITE-EXCEPTION
           ELSE
               EXEC SQL
                   UPDATE HCAS.ROSTER_GROUP
                   SET    LAST_ROSTER_DATE = :WS-GRP-ROSTER-DATE,
                          LAST_LOAD_DATE = :WS-CURRENT-DATE
                   WHERE  GROUP_NPI = :WS-GRP-NPI
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-GROUPS-RECEIVED
               ELSE
                   DISPLAY 'RSTREC01: ROSTER GROUP UPDATE ERROR '
                           'SQLCODE=' SQLCODE ' GROUP=' WS-GRP-NPI
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-GRP-NPI DELIMITED SIZE
                  ' ROSTER TOTALS - LINES: ' DELIMITED SIZE
                  WS-GRP-LINES DELIMITED SIZE
                  '  NEW: ' DELIMITED SIZE
                  WS-GRP-NEW DELIMITED SIZE
                  '  CHANGED: ' DELIMITED SIZE
                  WS-GRP-CHANGED DELIMITED SIZE
                  '  UNCHANGED: ' DELIMITED SIZE
                  WS-GRP-UNCHANGED DELIMITED SIZE
                  '  DEPARTED: ' DELIMITED SIZE
                  WS-GRP-DEPARTED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL COMMIT END-EXEC
           MOVE ZERO TO WS-COMMIT-COUNTER.

      *----------------------------------------------------------------*
      *    ONE ROSTER DETAIL LINE                                      *
      *----------------------------------------------------------------*
       3000-RECONCILE-PRACTITIONER.
           MOVE SPACES TO WS-RR-CHG-FIELDS
           MOVE SPACES TO WS-RL-NOTE
           MOVE SPACES TO WS-RL-ACTION
           SET WS-RR-NO-TRANS TO TRUE
           MOVE RST-NPI TO WS-RL-NPI
           MOVE SPACES TO WS-RL-NAME
           STRING RST-LAST-NAME DELIMITED '  '
                  ', ' DELIMITED SIZE
                  RST-FIRST-NAME DELIMITED '  '
                  INTO WS-RL-NAME
           END-STRING
           IF RST-NPI NOT NUMERIC
               SET WS-RR-ERROR TO TRUE
               MOVE 'NPI NOT NUMERIC - LINE NOT RECONCILED'
                   TO WS-RL-NOTE
               PERFORM 3800-REPORT-ROSTER-LINE
               EXIT PARAGRAPH
           END-IF
           IF RST-LOC-SEQ NUMERIC
               MOVE RST-LOC-SEQ TO WS-RR-LOC-SEQ
           ELSE
               MOVE 1 TO WS-RR-LOC-SEQ
           END-IF
      *--- THE MASTER CARRIES ONE PRACTICE ADDRESS - ADDITIONAL ---
      *    LOCATIONS ARE STAGED FOR THE DIRECTORY ONLY          ---
           IF WS-RR-LOC-SEQ > 1
               SET WS-RR-ADDL-LOC TO TRUE
               PERFORM 3700-STAGE-ROSTER-LINE
               PERFORM 3800-REPORT-ROSTER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-READ-PRACTITIONER
           EVALUATE TRUE
               WHEN RST-END-DATE NUMERIC
               AND RST-END-DATE NOT = '00000000'
               AND RST-END-DATE NOT > WS-CURRENT-DATE
                   PERFORM 3500-ROSTER-DEPARTURE
               WHEN WS-NOT-ON-MASTER
                   PERFORM 3300-NEW-PRACTITIONER
               WHEN NOT PRV-REC-ACTIVE
                   SET WS-RR-ERROR TO TRUE
                   MOVE 'MASTER RECORD NOT ACTIVE - REVIEW'
                       TO WS-RL-NOTE
               WHEN PRV-GROUP-NPI NOT = WS-GRP-NPI
                   PERFORM 3400-JOIN-GROUP
               WHEN OTHER
                   PERFORM 3200-COMPARE-PRACTITIONER
           END-EVALUATE
      *--- THE GROUP HAS VERIFIED WHAT IS NOW ON (OR ABOUT TO BE ---
      *    ON) THE MASTER - THAT IS A DIRECTORY VERIFICATION     ---
           IF WS-RR-UNCHANGED
           OR ((WS-RR-CHANGED OR WS-RR-NEW)
               AND WS-RR-TRANS-WRITTEN)
               PERFORM 3600-RECORD-ATTESTATION
           END-IF
           PERFORM 3700-STAGE-ROSTER-LINE
           PERFORM 3800-REPORT-ROSTER-LINE.

       3100-READ-PRACTITIONER.
           SET WS-ON-MASTER TO TRUE
           MOVE RST-NPI TO PMF-NPI
           READ PRVMST-FILE
               INVALID KEY
                   SET WS-NOT-ON-MASTER TO TRUE
           END-READ
           IF WS-ON-MASTER
               MOVE PMF-RECORD TO PROVIDER-MASTER-RECORD
           ELSE
               INITIALIZE PROVIDER-MASTER-RECORD
           END-IF.

       3200-COMPARE-PRACTITIONER.
           IF (RST-LAST-NAME NOT = SPACES
               AND RST-LAST-NAME NOT = PRV-LAST-NAME)
           OR (RST-FIRST-NAME NOT = SPACES
               AND RST-FIRST-NAME NOT = PRV-FIRST-NAME)
               MOVE 'NM' TO WS-RR-CHG-FIELDS(1:2)
           END-IF
           IF RST-TAXONOMY-CODE NOT = SPACES
           AND RST-TAXONOMY-CODE NOT = PRV-TAXONOMY-CODE
               MOVE 'TX' TO WS-RR-CHG-FIELDS(4:2)
           END-IF
           IF RST-SPECIALTY-CODE NOT = SPACES
           AND RST-SPECIALTY-CODE NOT = PRV-SPECIALTY-CODE
               MOVE 'SP' TO WS-RR-CHG-FIELDS(7:2)
           END-IF
           IF RST-ADDR-LINE-1 NOT = SPACES
               IF RST-ADDR-LINE-1 NOT = PRV-ADDR-LINE-1
               OR RST-CITY NOT = PRV-CITY
               OR RST-STATE NOT = PRV-STATE
               OR RST-ZIP-CODE(1:5) NOT = PRV-ZIP-CODE(1:5)
                   MOVE 'AD' TO WS-RR-CHG-FIELDS(10:2)
               END-IF
           END-IF
           IF RST-PHONE NOT = SPACES
           AND RST-PHONE NOT = PRV-PHONE
               MOVE 'PH' TO WS-RR-CHG-FIELDS(13:2)
           END-IF
           IF WS-RR-CHG-FIELDS = SPACES
               SET WS-RR-UNCHANGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-RR-CHANGED TO TRUE
           IF WS-GRP-DELEGATED
               PERFORM 4000-BUILD-FROM-MASTER
               PERFORM 4100-APPLY-ROSTER-FIELDS
               PERFORM 4900-WRITE-TRANSACTION
               STRING 'UPDATED: ' DELIMITED SIZE
                      WS-RR-CHG-FIELDS DELIMITED SIZE
                      INTO WS-RL-NOTE
               END-STRING
           ELSE
               ADD 1 TO WS-TOT-REVIEW
               STRING 'REVIEW - NOT DELEGATED: ' DELIMITED SIZE
                      WS-RR-CHG-FIELDS DELIMITED SIZE
                      INTO WS-RL-NOTE
               END-STRING
           END-IF.

       3300-NEW-PRACTITIONER.
           SET WS-RR-NEW TO TRUE
           EVALUATE TRUE
               WHEN NOT WS-GRP-DELEGATED
                   ADD 1 TO WS-TOT-REVIEW
                   MOVE 'REVIEW - NOT DELEGATED; CREDENTIALING NEEDED'
                       TO WS-RL-NOTE
               WHEN RST-TAXONOMY-CODE = SPACES
               OR RST-STATE = SPACES
                   ADD 1 TO WS-TOT-REVIEW
                   MOVE 'REVIEW - TAXONOMY/LOCATION MISSING FROM ROSTER'
                       TO WS-RL-NOTE
               WHEN OTHER
                   PERFORM 4200-BUILD-NEW-PRACTITIONER
                   PERFORM 4900-WRITE-TRANSACTION
                   MOVE 'ADDED TO MASTER AS GROUP MEMBER'
                       TO WS-RL-NOTE
           END-EVALUATE.

      *--- ON THE MASTER BUT SOLO OR WITH ANOTHER GROUP ---
       3400-JOIN-GROUP.
           SET WS-RR-NEW TO TRUE
           IF WS-GRP-DELEGATED
               PERFORM 4000-BUILD-FROM-MASTER
               PERFORM 4100-APPLY-ROSTER-FIELDS
               MOVE WS-GRP-NPI TO RSO-GROUP-NPI
               PERFORM 4900-WRITE-TRANSACTION
               IF PRV-GROUP-NPI = SPACES
                   MOVE 'AFFILIATED WITH GROUP (WAS SOLO)'
                       TO WS-RL-NOTE
               ELSE
                   STRING 'AFFILIATED WITH GROUP (WAS ' DELIMITED SIZE
                          PRV-GROUP-NPI DELIMITED SIZE
                          ')' DELIMITED SIZE
                          INTO WS-RL-NOTE
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-TOT-REVIEW
               MOVE 'REVIEW - NOT DELEGATED; NOT AFFILIATED ON MASTER'
                   TO WS-RL-NOTE
           END-IF.

      *--- END-DATED ON THE ROSTER ---
       3500-ROSTER-DEPARTURE.
           SET WS-RR-DEPARTED TO TRUE
           IF WS-ON-MASTER
           AND PRV-REC-ACTIVE
           AND PRV-GROUP-NPI = WS-GRP-NPI
               PERFORM 4000-BUILD-FROM-MASTER
               MOVE SPACES TO RSO-GROUP-NPI
               PERFORM 4900-WRITE-TRANSACTION
               ADD 1 TO WS-AFFIL-TERMINATED
               MOVE 'GROUP AFFILIATION TERMINATED - ROSTER END DATE'
                   TO WS-RL-NOTE
           ELSE
               MOVE 'NOT AFFILIATED ON MASTER - NO ACTION'
                   TO WS-RL-NOTE
           END-IF.

      *----------------------------------------------------------------*
      *    ROSTER VERIFICATION - SAME ROW PRVATT1 MAINTAINS, SOURCE    *
      *    ROSTER, DATED AS OF THE ROSTER. AN EXISTING NEWER           *
      *    VERIFICATION IS LEFT IN PLACE. THE PROVIDER'S OPEN          *
      *    OUTREACH ENTRY FROM PRVATT01 IS CLOSED.                     *
      *----------------------------------------------------------------*
       3600-RECORD-ATTESTATION.
           EXEC SQL
               UPDATE HCAS.PRV_ATTESTATION
               SET    LAST_VERIFIED_DATE = :WS-GRP-ROSTER-DATE,
                      VERIFY_SOURCE = 'ROSTER',
                      ATTEST_USER = 'RSTREC01'
               WHERE  NPI = :RST-NPI
                 AND  LAST_VERIFIED_DATE < :WS-GRP-ROSTER-DATE
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.PRV_ATTESTATION
                       (NPI, LAST_VERIFIED_DATE,
                        VERIFY_SOURCE, ATTEST_USER)
                   VALUES
                       (:RST-NPI, :WS-GRP-ROSTER-DATE,
                        'ROSTER', 'RSTREC01')
               END-EXEC
           END-IF
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ATTESTED
                   EXEC SQL
                       UPDATE HCAS.PRV_ATTEST_WORKLIST
                       SET WORK_STATUS = 'C'
                       WHERE NPI = :RST-NPI
                         AND WORK_STATUS = 'O'
                   END-EXEC
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RSTREC01: ATTESTATION ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' RST-NPI
           END-EVALUATE.

       3700-STAGE-ROSTER-LINE.
           EXEC SQL
               UPDATE HCAS.PRV_ROSTER
               SET    LAST_NAME = :RST-LAST-NAME,
                      FIRST_NAME = :RST-FIRST-NAME,
                      TAXONOMY_CODE = :RST-TAXONOMY-CODE,
                      SPECIALTY_CODE = :RST-SPECIALTY-CODE,
                      ADDR_LINE_1 = :RST-ADDR-LINE-1,
                      CITY = :RST-CITY,
                      STATE = :RST-STATE,
                      ZIP_CODE = :RST-ZIP-CODE,
                      PHONE = :RST-PHONE,
                      START_DATE = :RST-START-DATE,
                      END_DATE = :RST-END-DATE,
                      PANEL_STATUS = :RST-PANEL-STATUS,
                      RECON_CLASS = :WS-RR-CLASS,
                      TRANS_IND = :WS-RR-TRANS-IND,
                      LOAD_DATE = :WS-CURRENT-DATE
               WHERE  GROUP_NPI = :WS-GRP-NPI
                 AND  NPI = :RST-NPI
                 AND  LOCATION_SEQ = :WS-RR-LOC-SEQ
                 AND  ROSTER_DATE = :WS-GRP-ROSTER-DATE
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.PRV_ROSTER
                       (GROUP_NPI, NPI, LOCATION_SEQ, ROSTER_DATE,
                        LAST_NAME, FIRST_NAME, TAXONOMY_CODE,
                        SPECIALTY_CODE, ADDR_LINE_1, CITY, STATE,
                        ZIP_CODE, PHONE, START_DATE, END_DATE,
                        PANEL_STATUS, RECON_CLASS, TRANS_IND,
                        LOAD_DATE)
                   VALUES
                       (:WS-GRP-NPI, :RST-NPI, :WS-RR-LOC-SEQ,
                        :WS-GRP-ROSTER-DATE, :RST-LAST-NAME,
                        :RST-FIRST-NAME, :RST-TAXONOMY-CODE,
                        :RST-SPECIALTY-CODE, :RST-ADDR-LINE-1,
                        :RST-CITY, :RST-STATE, :RST-ZIP-CODE,
                        :RST-PHONE, :RST-START-DATE, :RST-END-DATE,
                        :RST-PANEL-STATUS, :WS-RR-CLASS,
                        :WS-RR-TRANS-IND, :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'RSTREC01: ROSTER STAGE ERROR SQLCODE='
                       SQLCODE ' GROUP=' WS-GRP-NPI
                       ' NPI=' RST-NPI
           END-IF
           ADD 1 TO WS-COMMIT-COUNTER
           IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNTER
           END-IF.

       3800-REPORT-ROSTER-LINE.
           EVALUATE TRUE
               WHEN WS-RR-NEW
                   MOVE 'NEW       ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-GRP-NEW
                   ADD 1 TO WS-TOT-NEW
               WHEN WS-RR-CHANGED
                   MOVE 'CHANGED   ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-GRP-CHANGED
                   ADD 1 TO WS-TOT-CHANGED
               WHEN WS-RR-UNCHANGED
                   MOVE 'UNCHANGED ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-GRP-UNCHANGED
                   ADD 1 TO WS-TOT-UNCHANGED
               WHEN WS-RR-DEPARTED
                   MOVE 'DEPARTED  ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-GRP-DEPARTED
                   ADD 1 TO WS-TOT-DEPARTED
               WHEN WS-RR-ADDL-LOC
                   MOVE 'ADDL LOC  ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-TOT-ADDL-LOC
               WHEN OTHER
                   MOVE 'ERROR     ' TO WS-RL-CLASS-DESC
                   ADD 1 TO WS-GRP-ERRORS
                   ADD 1 TO WS-TOT-ERRORS
           END-EVALUATE
      *--- ONLY EXCEPTIONS TO THE ROSTER ARE LISTED - UNCHANGED ---
      *    AND ADDITIONAL-LOCATION LINES ARE COUNTED             ---
           IF WS-RR-UNCHANGED OR WS-RR-ADDL-LOC
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-WRITE-RECON-LINE.

      *----------------------------------------------------------------*
      *    PRVLD001 INPUT BUILDERS                                     *
      *    AN UPDATE STARTS FROM THE PRACTITIONER'S CURRENT MASTER     *
      *    RECORD BECAUSE PRVLD001 REBUILDS THE WHOLE RECORD FROM ITS  *
      *    INPUT. ACTION R APPLIES AS AN UPDATE AND MARKS THE CHANGE   *
      *    HISTORY AS ROSTER-SOURCED.                                  *
      *----------------------------------------------------------------*
       4000-BUILD-FROM-MASTER.
           MOVE SPACES                 TO RSTOUT-RECORD
           MOVE 'R'                    TO RSO-ACTION-CODE
           MOVE PRV-NPI                TO RSO-NPI
           MOVE PRV-LAST-NAME          TO RSO-LAST-NAME
           MOVE PRV-FIRST-NAME         TO RSO-FIRST-NAME
           MOVE PRV-MIDDLE-INIT        TO RSO-MIDDLE-INIT
           MOVE PRV-ORG-NAME           TO RSO-ORG-NAME
           MOVE PRV-TAX-ID             TO RSO-TAX-ID
           MOVE PRV-TAX-ID-TYPE        TO RSO-TAX-ID-TYPE
           MOVE PRV-ENTITY-TYPE        TO RSO-ENTITY-TYPE
           MOVE PRV-TAXONOMY-CODE      TO RSO-TAXONOMY-CODE
           MOVE PRV-SPECIALTY-CODE     TO RSO-SPECIALTY-CODE
           MOVE PRV-LICENSE-NO         TO RSO-LICENSE-NO
           MOVE PRV-LICENSE-STATE      TO RSO-LICENSE-STATE
           MOVE PRV-ADDR-LINE-1        TO RSO-ADDR-LINE-1
           MOVE PRV-ADDR-LINE-2        TO RSO-ADDR-LINE-2
           MOVE PRV-CITY               TO RSO-CITY
           MOVE PRV-STATE              TO RSO-STATE
           MOVE PRV-ZIP-CODE           TO RSO-ZIP-CODE
           MOVE PRV-PHONE              TO RSO-PHONE
           MOVE PRV-NETWORK-ID         TO RSO-NETWORK-ID
           MOVE PRV-CONTRACT-TYPE      TO RSO-CONTRACT-TYPE
           MOVE PRV-PAR-STATUS         TO RSO-PAR-STATUS
           MOVE PRV-EFF-DATE           TO RSO-EFF-DATE
           MOVE PRV-TERM-DATE          TO RSO-TERM-DATE
           MOVE PRV-FEE-SCHED-ID       TO RSO-FEE-SCHED-ID
           MOVE PRV-PAY-METHOD         TO RSO-PAY-METHOD
           MOVE PRV-GROUP-NPI          TO RSO-GROUP-NPI.

      *--- A BLANK ROSTER FIELD LEAVES THE MASTER VALUE ALONE ---
       4100-APPLY-ROSTER-FIELDS.
           IF RST-LAST-NAME NOT = SPACES
               MOVE RST-LAST-NAME      TO RSO-LAST-NAME
           END-IF
           IF RST-FIRST-NAME NOT = SPACES
               MOVE RST-FIRST-NAME     TO RSO-FIRST-NAME
               MOVE RST-MIDDLE-INIT    TO RSO-MIDDLE-INIT
           END-IF
           IF RST-TAXONOMY-CODE NOT = SPACES
               MOVE RST-TAXONOMY-CODE  TO RSO-TAXONOMY-CODE
           END-IF
           IF RST-SPECIALTY-CODE NOT = SPACES
               MOVE RST-SPECIALTY-CODE TO RSO-SPECIALTY-CODE
           END-IF
           IF RST-ADDR-LINE-1 NOT = SPACES
           AND RST-ADDR-LINE-1 NOT = PRV-ADDR-LINE-1
               MOVE RST-ADDR-LINE-1    TO RSO-ADDR-LINE-1
               MOVE SPACES             TO RSO-ADDR-LINE-2
           END-IF
           IF RST-ADDR-LINE-1 NOT = SPACES
               MOVE RST-CITY           TO RSO-CITY
               MOVE RST-STATE          TO RSO-STATE
               IF RST-ZIP-CODE(1:5) NOT = PRV-ZIP-CODE(1:5)
               OR RST-ZIP-CODE(6:4) NOT = SPACES
                   MOVE RST-ZIP-CODE   TO RSO-ZIP-CODE
               END-IF
           END-IF
           IF RST-PHONE NOT = SPACES
               MOVE RST-PHONE          TO RSO-PHONE
           END-IF.

      *--- A NEW PRACTITIONER BILLS UNDER THE GROUP'S TIN AND ---
      *    CONTRACT TERMS                                      ---
       4200-BUILD-NEW-PRACTITIONER.
           MOVE SPACES                 TO RSTOUT-RECORD
           MOVE 'A'                    TO RSO-ACTION-CODE
           MOVE RST-NPI                TO RSO-NPI
           MOVE RST-LAST-NAME          TO RSO-LAST-NAME
           MOVE RST-FIRST-NAME         TO RSO-FIRST-NAME
           MOVE RST-MIDDLE-INIT        TO RSO-MIDDLE-INIT
           MOVE WS-GRP-TAX-ID          TO RSO-TAX-ID
           MOVE WS-GRP-TAX-ID-TYPE     TO RSO-TAX-ID-TYPE
           MOVE '1'                    TO RSO-ENTITY-TYPE
           MOVE RST-TAXONOMY-CODE      TO RSO-TAXONOMY-CODE
           MOVE RST-SPECIALTY-CODE     TO RSO-SPECIALTY-CODE
           MOVE RST-ADDR-LINE-1        TO RSO-ADDR-LINE-1
           MOVE RST-CITY               TO RSO-CITY
           MOVE RST-STATE              TO RSO-STATE
           MOVE RST-ZIP-CODE           TO RSO-ZIP-CODE
           MOVE RST-PHONE              TO RSO-PHONE
           MOVE WS-GRP-NETWORK-ID      TO RSO-NETWORK-ID
           MOVE WS-GRP-CONTRACT-TYPE   TO RSO-CONTRACT-TYPE
           MOVE WS-GRP-PAR-STATUS      TO RSO-PAR-STATUS
           IF RST-START-DATE NUMERIC
           AND RST-START-DATE NOT = '00000000'
               MOVE RST-START-DATE     TO RSO-EFF-DATE
           ELSE
               MOVE WS-GRP-ROSTER-DATE TO RSO-EFF-DATE
           END-IF
           MOVE ZERO                   TO RSO-TERM-DATE
           MOVE WS-GRP-FEE-SCHED-ID    TO RSO-FEE-SCHED-ID
           MOVE WS-GRP-PAY-METHOD      TO RSO-PAY-METHOD
           MOVE WS-GRP-NPI             TO RSO-GROUP-NPI.

       4900-WRITE-TRANSACTION.
           WRITE RSTOUT-RECORD
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'RSTREC01: OUTPUT WRITE ERROR - '
                       WS-OUT-STATUS ' NPI=' RSO-NPI
               EXIT PARAGRAPH
           END-IF
           SET WS-RR-TRANS-WRITTEN TO TRUE
           IF RSO-ACTION-CODE = 'A'
               ADD 1 TO WS-TRANS-ADD
               MOVE 'ADD' TO WS-RL-ACTION
           ELSE
               ADD 1 TO WS-TRANS-UPDATE
               MOVE 'UPDATE' TO WS-RL-ACTION
           END-IF.

      *----------------------------------------------------------------*
      *    AFFILIATED PRACTITIONERS NOT ON THEIR GROUP'S ROSTER -      *
      *    THE GROUP AFFILIATION IS TERMINATED (GROUP NPI CLEARED,     *
      *    WHICH PRVLD001 RECORDS AS A SOLO AFFILIATION).              *
      *----------------------------------------------------------------*
       5000-TERMINATE-DEPARTED.
           EXEC SQL COMMIT END-EXEC
           MOVE ZERO TO WS-COMMIT-COUNTER
           EXEC SQL OPEN RSTDEP-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RSTREC01: DEPARTURE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-FETCH-DEPARTED
           PERFORM 5200-TERMINATE-ONE-AFFILIATION
               UNTIL WS-DEP-EOF
           EXEC SQL CLOSE RSTDEP-CURSOR END-EXEC.

       5100-FETCH-DEPARTED.
           EXEC SQL
               FETCH RSTDEP-CURSOR
               INTO :WS-DP-NPI, :WS-DP-GROUP-NPI
           END-EXEC
           IF SQLCODE = +100
               SET WS-DEP-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'RSTREC01: DEPARTURE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-DEP-EOF TO TRUE
           END-IF.

       5200-TERMINATE-ONE-AFFILIATION.
           MOVE SPACES TO WS-RL-ACTION
           MOVE WS-DP-GROUP-NPI TO WS-GRP-NPI
           MOVE WS-DP-NPI TO WS-RL-NPI
           MOVE WS-DP-NPI TO PMF-NPI
           READ PRVMST-FILE
               INVALID KEY
                   MOVE SPACES TO PMF-RECORD
           END-READ
           MOVE PMF-RECORD TO PROVIDER-MASTER-RECORD
      *--- THE VSAM MASTER IS THE RECORD OF TRUTH - ACT ONLY IF ---
      *    IT STILL SHOWS THE AFFILIATION                       ---
           IF PMF-NPI = WS-DP-NPI
           AND PRV-REC-ACTIVE
           AND PRV-GROUP-NPI = WS-DP-GROUP-NPI
               PERFORM 4000-BUILD-FROM-MASTER
               MOVE SPACES TO RSO-GROUP-NPI
               PERFORM 4900-WRITE-TRANSACTION
               ADD 1 TO WS-AFFIL-TERMINATED
               ADD 1 TO WS-TOT-DEPARTED
               MOVE SPACES TO WS-RL-NAME
               STRING PRV-LAST-NAME DELIMITED '  '
                      ', ' DELIMITED SIZE
                      PRV-FIRST-NAME DELIMITED '  '
                      INTO WS-RL-NAME
               END-STRING
               MOVE 'DEPARTED  ' TO WS-RL-CLASS-DESC
               MOVE 'NOT ON ROSTER - GROUP AFFILIATION TERMINATED'
                   TO WS-RL-NOTE
               PERFORM 7000-WRITE-RECON-LINE
           END-IF
           PERFORM 5100-FETCH-DEPARTED.

      *----------------------------------------------------------------*
      *    GROUPS SET UP FOR ROSTERS WHOSE ROSTER DID NOT ARRIVE (OR   *
      *    WAS SET ASIDE) - THEIR PRACTITIONERS LOSE THE ROSTER AS A   *
      *    DIRECTORY VERIFICATION SOURCE IN THE PRVATT01 CYCLE.        *
      *----------------------------------------------------------------*
       6000-REPORT-MISSING-ROSTERS.
           EXEC SQL OPEN RSTMIS-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RSTREC01: MISSING ROSTER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-REPORT-ONE-MISSING
               UNTIL WS-MIS-EOF
           EXEC SQL CLOSE RSTMIS-CURSOR END-EXEC.

       6100-REPORT-ONE-MISSING.
           EXEC SQL
               FETCH RSTMIS-CURSOR
               INTO :WS-MS-GROUP-NPI, :WS-MS-GROUP-NAME,
                    :WS-MS-LAST-ROSTER, :WS-MS-PRACT-COUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'RSTREC01: MISSING ROSTER FETCH ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
               SET WS-MIS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUPS-MISSING
           IF WS-MS-LAST-ROSTER = SPACES
               MOVE 'NEVER   ' TO WS-MS-LAST-ROSTER
           END-IF
           MOVE WS-MS-PRACT-COUNT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MS-GROUP-NPI DELIMITED SIZE
                  ' ROSTER NOT RECEIVED - LAST ROSTER ' DELIMITED SIZE
                  WS-MS-LAST-ROSTER DELIMITED SIZE
                  '  PRACTITIONERS ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-MS-GROUP-NAME DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTEXC-RECORD FROM WS-RPT-LINE.

       7000-WRITE-RECON-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-GRP-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RL-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RL-NAME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RL-CLASS-DESC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RL-ACTION DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RL-NOTE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RL-ACTION.

       7100-WRITE-EXCEPTION.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-GRP-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-EXC-REASON DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-GRP-NAME DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTEXC-RECORD FROM WS-RPT-LINE.

       8000-WRITE-SUMMARY.
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ROSTERS READ: ' DELIMITED SIZE
                  WS-GROUPS-READ DELIMITED SIZE
                  '   RECEIVED IN BALANCE: ' DELIMITED SIZE
                  WS-GROUPS-RECEIVED DELIMITED SIZE
                  '   SET ASIDE: ' DELIMITED SIZE
                  WS-GROUPS-REJECTED DELIMITED SIZE
                  '   NOT RECEIVED: ' DELIMITED SIZE
                  WS-GROUPS-MISSING DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRACTITIONERS - NEW: ' DELIMITED SIZE
                  WS-TOT-NEW DELIMITED SIZE
                  '   CHANGED: ' DELIMITED SIZE
                  WS-TOT-CHANGED DELIMITED SIZE
                  '   UNCHANGED: ' DELIMITED SIZE
                  WS-TOT-UNCHANGED DELIMITED SIZE
                  '   DEPARTED: ' DELIMITED SIZE
                  WS-TOT-DEPARTED DELIMITED SIZE
                  '   ERRORS: ' DELIMITED SIZE
                  WS-TOT-ERRORS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ADDITIONAL LOCATIONS: ' DELIMITED SIZE
                  WS-TOT-ADDL-LOC DELIMITED SIZE
                  '   LEFT FOR REVIEW: ' DELIMITED SIZE
                  WS-TOT-REVIEW DELIMITED SIZE
                  '   LINES SKIPPED: ' DELIMITED SIZE
                  WS-LINES-SKIPPED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRVLD001 INPUT - ADDS: ' DELIMITED SIZE
                  WS-TRANS-ADD DELIMITED SIZE
                  '   UPDATES: ' DELIMITED SIZE
                  WS-TRANS-UPDATE DELIMITED SIZE
                  '   AFFILIATIONS TERMINATED: ' DELIMITED SIZE
                  WS-AFFIL-TERMINATED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ROSTER VERIFICATIONS RECORDED: ' DELIMITED SIZE
                  WS-ATTESTED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RSTRPT-RECORD FROM WS-RPT-LINE.

       8100-READ-ROSTER.
           READ RSTIN-FILE INTO WS-ROSTER-RECORD
               AT END
                   SET WS-RST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RST-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'RSTREC01: ROSTER RECORDS READ:    ' WS-RST-READ
           DISPLAY 'RSTREC01: ROSTERS RECEIVED:       '
                   WS-GROUPS-RECEIVED
           DISPLAY 'RSTREC01: ROSTERS SET ASIDE:      '
                   WS-GROUPS-REJECTED
           DISPLAY 'RSTREC01: ROSTERS NOT RECEIVED:   '
                   WS-GROUPS-MISSING
           DISPLAY 'RSTREC01: PRVLD001 ADDS:          ' WS-TRANS-ADD
           DISPLAY 'RSTREC01: PRVLD001 UPDATES:       '
                   WS-TRANS-UPDATE
           DISPLAY 'RSTREC01: AFFILIATIONS TERMINATED:'
                   WS-AFFIL-TERMINATED
           CLOSE RSTIN-FILE
           CLOSE PRVMST-FILE
           CLOSE RSTOUT-FILE
           CLOSE RSTRPT-FILE
           CLOSE RSTEXC-FILE
           MOVE ZERO TO RETURN-CODE.
