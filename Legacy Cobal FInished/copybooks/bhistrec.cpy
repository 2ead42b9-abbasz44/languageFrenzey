      *>----------------------------------------------------------
      *> BHISTREC.CPY
      *> Billing history register (BILLHIST).  SQRTBILL appends one
      *> line per client invoice it prices: the billing run's date,
      *> the client, the earliest and latest log dates the invoice
      *> covered, its billed line count and the amount.  Read by
      *> the submission inquiry - a run counts as billed once a
      *> line for its client spans the run's date.
      *>
      *> The invoice month and the amount billed for each of the
      *> four function codes follow, so the adjustment edit can
      *> hold a credit to what the client was actually charged
      *> for that month and function.  Lines written before they
      *> were added carry spaces there.  Since billing cuts on the
      *> BUSCAL fiscal calendar the invoice month is the fiscal
      *> period YYYYPP billed.
      *>----------------------------------------------------------
       01 BILL-HIST-REC.
           02 BH-BILL-DATE  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 BH-CLIENT     PIC X(08).
           02 FILLER        PIC X VALUE SPACE.
           02 BH-FIRST-DATE PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 BH-LAST-DATE  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 BH-LINES      PIC 9(07).
           02 FILLER        PIC X VALUE SPACE.
           02 BH-AMOUNT     PIC 9(09)V99.
           02 FILLER        PIC X VALUE SPACE.
           02 BH-INV-MONTH  PIC 9(06).
      *>R, L, E, P in the TRANREC code order
           02 BH-FUNC-ENTRY OCCURS 4 TIMES.
               03 FILLER      PIC X.
               03 BH-FUNC-AMT PIC 9(09)V99.
