      *================================================================*
      * COPYBOOK: ACXCOPY                                              *
      * PURPOSE:  INTEGRATED ACCUMULATOR EXCHANGE FILE LAYOUT          *
      *           ONE FILE PER TRADING PARTNER PER DAY IN EACH         *
      *           DIRECTION BETWEEN HCAS AND THE DELEGATED PBM AND     *
      *           DENTAL/VISION VENDORS. A HEADER (FILE SEQUENCE),     *
      *           MEMBER-LEVEL DEDUCTIBLE/OOP DELTAS, AND A TRAILER    *
      *           (RECORD COUNT AND DOLLAR CONTROL TOTAL).             *
      *           200-BYTE FIXED RECORDS.                              *
      * USED BY:  ACCXOT01 (OUTBOUND), ACCXIN01 (INBOUND)              *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  ACX-RECORD.
           05  ACX-REC-TYPE            PIC X(01).
               88  ACX-HEADER-REC      VALUE 'H'.
               88  ACX-DETAIL-REC      VALUE 'D'.
               88  ACX-TRAILER-REC     VALUE 'T'.
           05  ACX-REC-DATA            PIC X(199).

      *--- HEADER - SENDER/RECEIVER ARE HCAS.TRADING_PARTNER IDS; ---
      *    THE FILE SEQUENCE RUNS 1, 2, 3 ... PER SENDER         ---
       01  ACX-HEADER REDEFINES ACX-RECORD.
           05  FILLER                  PIC X(01).
           05  ACX-HDR-SENDER-ID       PIC X(10).
           05  ACX-HDR-RECEIVER-ID     PIC X(10).
           05  ACX-HDR-FILE-DATE       PIC X(08).
           05  ACX-HDR-FILE-SEQ        PIC 9(09).
           05  ACX-HDR-COVERAGE-TYPE   PIC X(02).
           05  FILLER                  PIC X(160).

      *--- DETAIL - ONE ACCUMULATOR MOVEMENT FOR ONE BUCKET ---
       01  ACX-DETAIL REDEFINES ACX-RECORD.
           05  FILLER                  PIC X(01).
           05  ACX-DTL-MEMBER-ID       PIC X(12).
           05  ACX-DTL-ACCUM-TYPE      PIC X(01).
               88  ACX-DTL-INDIVIDUAL  VALUE 'I'.
               88  ACX-DTL-FAMILY      VALUE 'F'.
           05  ACX-DTL-BENEFIT-YEAR    PIC X(04).
           05  ACX-DTL-BUCKET          PIC X(03).
               88  ACX-DTL-DEDUCTIBLE  VALUE 'DED'.
               88  ACX-DTL-OOP         VALUE 'OOP'.
           05  ACX-DTL-DELTA-AMT       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  ACX-DTL-ACTIVITY-DATE   PIC X(08).
           05  ACX-DTL-SOURCE-REF      PIC X(15).
           05  FILLER                  PIC X(146).

      *--- TRAILER - DETAIL COUNT AND SUM OF THE DELTAS ---
       01  ACX-TRAILER REDEFINES ACX-RECORD.
           05  FILLER                  PIC X(01).
           05  ACX-TRL-RECORD-COUNT    PIC 9(09).
           05  ACX-TRL-TOTAL-AMT       PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(176).
