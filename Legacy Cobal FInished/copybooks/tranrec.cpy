      *> by submitter.  A record carrying only the leading number
      *> (the old one-field layout) still works: a blank function
      *> code means ROOT and a blank/zero degree means 2.
      *>
      *> A range record (TRAN-REC-TYPE R) asks for a whole table
      *> from one line: TRAN-NUM is the start value, and the
      *> readers expand it into one calculation per value from the
      *> start up to the end value by the step, each logged,
      *> cached, quota-checked, and billed as if it had been sent
      *> as its own record (SQRTRANG works the values out).  For
      *> the SUBTRL count and hash a range record is ONE record and
      *> only its start value is hashed - the trailer describes the
      *> file as sent, not the calculations it expands into.
      *>----------------------------------------------------------
       01 TRAN-RECORD.
           02 TRAN-NUM   PIC S9(11)V9(6) SIGN LEADING SEPARATE.
      *>carried so a reject file (REJREC.CPY, the same bytes plus
      *>the reason filled in) can be corrected and fed straight
      *>back through SQRTIN; blank on a normal submission and
      *>ignored by every reader - except RL, which the SQRTXSRT
      *>ordering pass stamps on a held record an operator released
      *>(HELDREC.CPY): the reader runs it past the client's monthly
      *>quota, and the submission count and hash leave it out; and
      *>RP, which the department keys over a DP reject to say the
      *>record is an intentional repeat - the reader runs it past
      *>the duplicate check, and it counts in the trailer as any
      *>other record the department sends
           02 FILLER           PIC X(01).
           02 TRAN-REJ-REASON  PIC X(02).
      *>the suspense id the reject file stamps on a rejected
      *>routine, so old submissions run unchanged
           02 FILLER           PIC X(01).
           02 TRAN-PRIORITY    PIC X(01).
      *>range record - R marks a start/end/step range expanded by
      *>the readers; blank (every existing file) is one value, and
      *>the end value and step are then blank too.  The values run
      *>from TRAN-NUM up by TRAN-RANGE-STEP while they do not pass
      *>TRAN-RANGE-END, so a step that does not divide the span
      *>evenly stops short of the end value
           02 FILLER           PIC X(01).
           02 TRAN-REC-TYPE    PIC X(01).
               88 TRAN-RANGE-RECORD       VALUE 'R'.
           02 TRAN-RANGE-AREA.
               03 FILLER          PIC X(01).
               03 TRAN-RANGE-END  PIC S9(11)V9(6)
                                  SIGN LEADING SEPARATE.
               03 FILLER          PIC X(01).
               03 TRAN-RANGE-STEP PIC S9(11)V9(6)
                                  SIGN LEADING SEPARATE.
