      *>----------------------------------------------------------
      *> ADJREC.CPY
      *> Billing adjustment transaction (ADJFILE), keyed by the
      *> billing desk: a credit or debit against one client's
      *> invoice for one month and one function, with a reason
      *> code and the approver.  SQRTADJV edits the file against
      *> BILLHIST and ADJHIST and writes the adjustments it accepts
      *> to ADJVALID in this same layout; the next SQRTBILL run
      *> prints and journals them.
      *>
      *> Reason codes:  DS duplicate submission billed, RR run
      *> rerun after an abend, BR billed at a bad rate, OT other
      *> (ADJ-TEXT must then say what).
      *>----------------------------------------------------------
       01 ADJ-REC.
      *>the desk's own reference - unique for all time, since it
      *>is how a posted adjustment is known never to post twice
           02 ADJ-ID         PIC X(08).
           02 FILLER         PIC X.
           02 ADJ-CLIENT     PIC X(08).
           02 FILLER         PIC X.
      *>the invoice being adjusted - the fiscal period YYYYPP it
      *>billed (YYYYMM for an invoice cut before BUSCAL existed)
           02 ADJ-INV-MONTH  PIC 9(06).
           02 FILLER         PIC X.
           02 ADJ-FUNC       PIC X(01).
           02 FILLER         PIC X.
      *>C credit (reduces what the client owes), D debit
           02 ADJ-TYPE       PIC X(01).
               88 ADJ-CREDIT           VALUE 'C'.
               88 ADJ-DEBIT            VALUE 'D'.
           02 FILLER         PIC X.
           02 ADJ-AMOUNT     PIC 9(07)V99.
           02 FILLER         PIC X.
           02 ADJ-REASON     PIC X(02).
               88 ADJ-REASON-VALID     VALUE 'DS' 'RR' 'BR' 'OT'.
           02 FILLER         PIC X.
           02 ADJ-ENTERED-BY PIC X(08).
           02 FILLER         PIC X.
           02 ADJ-APPROVER   PIC X(08).
           02 FILLER         PIC X.
           02 ADJ-TEXT       PIC X(30).
      *>----------------------------------------------------------
      *> adjustment register (ADJHIST) - every adjustment a
      *> billing run posted, appended with the date of that run
      *>----------------------------------------------------------
       01 ADJ-HIST-REC.
           02 ADJH-POST-DATE PIC 9(08).
           02 FILLER         PIC X VALUE SPACE.
           02 ADJH-ADJ       PIC X(90).
