               10  BPL-COINS-IN-NETWORK    PIC V99   COMP-3.
               10  BPL-COINS-OUT-NETWORK   PIC V99   COMP-3.
               10  BPL-LIFETIME-MAX        PIC S9(09)V99 COMP-3.
           05  BPL-ACCUM-CONFIG.
               10  BPL-ACCUM-BASIS         PIC X(02).
                   88  BPL-ACC-CALENDAR-YR VALUE 'CY'.
                   88  BPL-ACC-PLAN-YEAR   VALUE 'PY'.
               10  BPL-PY-START-MM         PIC X(02).
               10  BPL-Q4-CARRYOVER        PIC X(01).
                   88  BPL-Q4-CARRYOVER-YES VALUE 'Y'.
                   88  BPL-Q4-CARRYOVER-NO VALUE 'N'.
               10  BPL-INTEGRATED-ACCUM    PIC X(01).
                   88  BPL-INTEGRATED-YES  VALUE 'Y'.
                   88  BPL-INTEGRATED-NO   VALUE 'N'.
           05  BPL-NETWORK-CONFIG.
               10  BPL-NETWORK-ID          PIC X(06).
               10  BPL-REFERRAL-REQ        PIC X(01).
