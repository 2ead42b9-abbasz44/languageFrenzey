      *>----------------------------------------------------------
      *> HELDREC.CPY
      *> Held-transaction record (HELDFILE).  One record per
      *> transaction a batch reader routed away from the compute
      *> because its client had reached the monthly allowance on
      *> QUOTAFIL (QUOTAREC.CPY).  The record is kept exactly as it
      *> came in, so nothing has to be re-keyed to run it later.
      *>
      *> The held id follows the suspense-id pattern (SUSPREC.CPY):
      *> the run that held the record (its date, YYMMDD, on an
      *> unnumbered run), the stream digit, and the record's
      *> sequence within that stream.
      *>
      *> Status H is waiting; R has been released by an operator
      *> through the mathmenu held-items option, stamped with the
      *> operator id and date; P has been picked up by the next
      *> night's SQRTXSRT ordering pass and folded into that run's
      *> SQRTIN, stamped with the pick-up date.  A released record
      *> goes into SQRTIN with RL in its reason column (TRANREC.CPY)
      *> so the reader runs it past the quota it was held for, and
      *> the submission trailer's count and hash - the department's
      *> own figures - leave it out.  SQRTHELD reports what is
      *> still waiting and for how long.
      *>----------------------------------------------------------
       01 HELD-REC.
           02 HELD-ID.
               03 HELD-RUN-NO  PIC 9(06).
               03 HELD-SEQ.
                   04 HELD-STREAM PIC 9(01).
                   04 HELD-SEQ-NO  PIC 9(05).
           02 FILLER          PIC X VALUE SPACE.
      *>the date the record was held, YYYYMMDD
           02 HELD-DATE       PIC 9(08).
           02 FILLER          PIC X VALUE SPACE.
           02 HELD-CLIENT     PIC X(08).
           02 FILLER          PIC X VALUE SPACE.
           02 HELD-FUNC       PIC X(01).
           02 FILLER          PIC X VALUE SPACE.
      *>H held, R released to the next run, P picked up into SQRTIN
           02 HELD-STATUS     PIC X(01).
           02 FILLER          PIC X VALUE SPACE.
      *>release date and the operator who released it - zero and
      *>blank while still held
           02 HELD-REL-DATE   PIC 9(08).
           02 FILLER          PIC X VALUE SPACE.
           02 HELD-REL-OPER   PIC X(08).
           02 FILLER          PIC X VALUE SPACE.
      *>the date the ordering pass folded it into SQRTIN - zero
      *>until then
           02 HELD-PICK-DATE  PIC 9(08).
           02 FILLER          PIC X VALUE SPACE.
      *>the TRANREC image exactly as it came in
           02 HELD-TRAN       PIC X(55).
