           05  SEC-ACC-DELTA           PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  SEC-ACC-REASON-CODE     PIC X(04).
           05  SEC-ACC-BENEFIT-YEAR    PIC X(04).
           05  FILLER                  PIC X(158).

       01  SEC-EDSP-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-EDSP-EDIT-CODE      PIC X(05).
               88  SEC-EDSP-PEND       VALUE 'P'.
               88  SEC-EDSP-BYPASS     VALUE 'B'.
           05  FILLER                  PIC X(191).

      *--- COVERAGE POLICY MAINTENANCE (CPOLMT1) - ONE ACTION ON ---
      *    A POLICY HEADER, ITS PROCEDURE LIST OR ITS COVERING   ---
      *    ICD-10 RANGES                                         ---
       01  SEC-CPOL-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-CPOL-ACTION         PIC X(02).
               88  SEC-CPOL-ADD-POLICY VALUE 'AP'.
               88  SEC-CPOL-TERM-POLICY VALUE 'TP'.
               88  SEC-CPOL-ADD-PROC   VALUE 'AC'.
               88  SEC-CPOL-DEL-PROC   VALUE 'DC'.
               88  SEC-CPOL-ADD-DIAG   VALUE 'AD'.
               88  SEC-CPOL-DEL-DIAG   VALUE 'DD'.
           05  SEC-CPOL-POLICY-ID      PIC X(08).
           05  SEC-CPOL-LOB-CODE       PIC X(03).
           05  SEC-CPOL-EFF-DATE       PIC X(08).
           05  SEC-CPOL-TERM-DATE      PIC X(08).
           05  SEC-CPOL-TITLE          PIC X(40).
           05  SEC-CPOL-PROC-CODE      PIC X(05).
           05  SEC-CPOL-DIAG-FROM      PIC X(08).
           05  SEC-CPOL-DIAG-TO        PIC X(08).
           05  FILLER                  PIC X(110).
      *--- PROVIDER TAX LEVY / GARNISHMENT MAINTENANCE (LEVYMT1) ---
      *    ADD A LEVY, CHANGE ITS ORDER TERMS, OR RELEASE IT     ---
       01  SEC-LEVY-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-LEVY-ACTION         PIC X(02).
               88  SEC-LEVY-ADD        VALUE 'AL'.
               88  SEC-LEVY-CHG        VALUE 'CL'.
               88  SEC-LEVY-RELEASE    VALUE 'RL'.
           05  SEC-LEVY-ID             PIC X(12).
           05  SEC-LEVY-TAX-ID         PIC X(09).
           05  SEC-LEVY-TYPE           PIC X(01).
           05  SEC-LEVY-AGENCY-NAME    PIC X(35).
           05  SEC-LEVY-AGENCY-TIN     PIC X(09).
           05  SEC-LEVY-AGENCY-ID      PIC X(10).
           05  SEC-LEVY-REF            PIC X(15).
           05  SEC-LEVY-ORDER-AMT      PIC 9(09)V99.
           05  SEC-LEVY-RULE           PIC X(01).
           05  SEC-LEVY-PCT            PIC 9(03)V99.
           05  SEC-LEVY-EFF-DATE       PIC X(08).
           05  SEC-LEVY-RELEASE-DATE   PIC X(08).
           05  FILLER                  PIC X(74).
      *--- PREMIUM CREDIT-BALANCE REFUND (PRMRFD01) - A REFUND  ---
      *    OVER THE DOLLAR LIMIT, HELD UNTIL A SECOND USER       ---
      *    RELEASES IT FOR THE NEXT REFUND CYCLE                 ---
       01  SEC-PRFD-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-PRFD-REFUND-ID      PIC X(12).
           05  SEC-PRFD-GROUP-ID       PIC X(10).
           05  SEC-PRFD-REFUND-AMT     PIC 9(09)V99.
           05  SEC-PRFD-NETTED-AMT     PIC 9(09)V99.
           05  FILLER                  PIC X(156).
      *--- MEMBER NAME / DATE OF BIRTH CHANGE (MBRMNT1) - THE   ---
      *    KEYED IDENTITY AND THE VALUES ON FILE WHEN KEYED      ---
       01  SEC-MMNT-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-MMNT-MEMBER-ID      PIC X(12).
           05  SEC-MMNT-LAST-NAME      PIC X(35).
           05  SEC-MMNT-FIRST-NAME     PIC X(25).
           05  SEC-MMNT-MIDDLE-INIT    PIC X(01).
           05  SEC-MMNT-DOB            PIC X(08).
           05  SEC-MMNT-OLD-LAST-NAME  PIC X(35).
           05  SEC-MMNT-OLD-FIRST-NAME PIC X(25).
           05  SEC-MMNT-OLD-MID-INIT   PIC X(01).
           05  SEC-MMNT-OLD-DOB        PIC X(08).
           05  FILLER                  PIC X(50).
      *--- PROVIDER CONTRACT RATE CARD CHANGE (CTRMNT1, CTRLD001) ---
      *    A NEW EFFECTIVE-DATED VERSION OF THE PERCENT-OF-CHARGE ---
      *    / PERCENT-OF-FEE / CAPITATION RATES FOR ONE NETWORK    ---
      *    AND CONTRACT TYPE, WITH THE RATES IN FORCE WHEN KEYED  ---
       01  SEC-CTRM-CHANGE REDEFINES SEC-CHANGE-DATA.
           05  SEC-CTRM-NETWORK-ID     PIC X(06).
           05  SEC-CTRM-CONTRACT-TYPE  PIC X(02).
           05  SEC-CTRM-EFF-DATE       PIC X(08).
           05  SEC-CTRM-PRIOR-TERM     PIC X(08).
           05  SEC-CTRM-PCT-CHARGE     PIC V99.
           05  SEC-CTRM-PCT-FEE        PIC 9(01)V99.
           05  SEC-CTRM-CAP-RATE       PIC 9(07)V99.
           05  SEC-CTRM-CONTRACT-ID    PIC X(12).
           05  SEC-CTRM-OLD-PCT-CHARGE PIC V99.
           05  SEC-CTRM-OLD-PCT-FEE    PIC 9(01)V99.
           05  SEC-CTRM-OLD-CAP-RATE   PIC 9(07)V99.
           05  FILLER                  PIC X(136).
