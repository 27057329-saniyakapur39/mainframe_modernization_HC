      *           AND FLAGS EACH MEMBER'S ADDRESS UNDELIVERABLE        *
      *           (MAIL_SUPPRESS_IND ON HCAS.MEMBER, WITH THE RETURN   *
      *           DATE AND REASON). THE MAILING PROGRAMS - IDCARD01,   *
      *           EDI834CN, THE PREMBL01 INVOICES AND THE ACA1095G     *
      *           1095-B FORMS - CHECK THE FLAG AND ROUTE SUPPRESSED   *
      *           MEMBERS TO THE HCAS.MAIL_OUTREACH WORKLIST INSTEAD   *
      *           OF PRINTING.                                         *
      *           EDI834IN CLEARS THE FLAG AUTOMATICALLY WHEN AN 834   *
      *           BRINGS A NEW ADDRESS.                                *
      * INPUTS:   RETMLIN - VENDOR RETURNED-MAIL SCAN FILE             *
