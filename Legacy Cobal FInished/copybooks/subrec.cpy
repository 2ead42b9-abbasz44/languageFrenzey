      *> trailer, and the hash total of their TRAN-NUM values -
      *> the sum, carried to the same thirteen integer digits the
      *> SQRTEXT trailer uses; non-numeric (mis-keyed) values stay
      *> out of the hash on both sides of the transfer.  A range
      *> record (TRANREC.CPY) counts as one record however many
      *> values it expands into, and only its start value (its
      *> TRAN-NUM) goes into the hash
      *>----------------------------------------------------------
       01 SUB-TRL-REC.
           02 SUB-TRL-TAG    PIC X(06).
