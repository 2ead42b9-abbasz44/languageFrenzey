      *> Reason codes:
      *>   NN  value is not numeric
      *>   ZR  value is zero
      *>   NG  value is negative where the function cannot take
      *>       it (log, power of a negative base), or a root of a
      *>       negative for a client whose CLNT-NEG-ROOTS option
      *>       declines it
      *>   DG  root degree mis-keyed (1, or not a number)
      *>   UF  function code this program does not carry
      *>   RG  value outside the function's range (e**25 cap)
      *>   XP  power record without a numeric exponent
      *>   UC  client id not on the CLNTMAST master (or retired)
      *>   NA  client not authorized for the function submitted
      *>   DP  suspected duplicate - the client already sent the
      *>       same value, function, degree, and exponent inside
      *>       its CLNT-DUP-DAYS look-back window.  Overwriting DP
      *>       with RP on the resubmitted record marks it as an
      *>       intentional repeat and it goes through
      *>   RS  range record whose end value or step is missing or
      *>       not numeric, whose step is not above zero, whose
      *>       end lies below its start, or that would expand past
      *>       the SQRTRANG limit on values - the whole range
      *>       rejects as the one record it came in as
      *>----------------------------------------------------------
       01 REJECT-RECORD.
           02 REJ-TRAN-NUM     PIC X(18).
      *>so a corrected express record resubmits express
           02 FILLER           PIC X(01).
           02 REJ-PRIORITY     PIC X(01).
      *>a range record's type, end value, and step, carried through
      *>so a rejected range is corrected and resubmitted whole
           02 FILLER           PIC X(01).
           02 REJ-REC-TYPE     PIC X(01).
           02 FILLER           PIC X(01).
           02 REJ-RANGE-END    PIC X(18).
           02 FILLER           PIC X(01).
           02 REJ-RANGE-STEP   PIC X(18).
