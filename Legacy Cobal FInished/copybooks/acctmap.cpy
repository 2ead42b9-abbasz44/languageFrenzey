      *>----------------------------------------------------------
      *> ACCTMAP.CPY
      *> Client to general ledger account map (PARMLIB ACCTMAP),
      *> kept by the GL team: one line per billing client giving
      *> the cost center and expense account its chargeback posts
      *> to.  SQRTGLIF debits the client's expense account and
      *> credits the computing-services recovery account named on
      *> GLIFPARM; a client with no line here (or a line with the
      *> cost center or account blank) posts to the GLIFPARM
      *> suspense account and is listed as an exception.
      *> Include *UNATTR* to give interactive compute a home.
      *>----------------------------------------------------------
       01 ACCT-MAP-REC.
           02 AM-CLIENT      PIC X(08).
           02 FILLER         PIC X.
           02 AM-COST-CENTER PIC X(06).
           02 FILLER         PIC X.
           02 AM-EXP-ACCOUNT PIC X(08).
           02 FILLER         PIC X.
           02 AM-DESC        PIC X(30).
