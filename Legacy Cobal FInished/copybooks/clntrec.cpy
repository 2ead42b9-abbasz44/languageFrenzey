      *>old report lines keep a name against them, but any new
      *>submission under the id rejects the same as an unknown one
           02 CLNT-STATUS    PIC X(01).
      *>what a root of a negative value does for this department:
      *>blank or C computes it - the signed real root for an odd
      *>degree, the complex root for an even one; R computes only
      *>the odd (real) roots and rejects an even root of a negative
      *>as NG; N keeps the old rule and rejects every negative NG.
      *>Blank on records written before the option existed
           02 FILLER         PIC X VALUE SPACE.
           02 CLNT-NEG-ROOTS PIC X(01).
      *>look-back window, in days, for the record-level duplicate
      *>check - a record whose value, function, degree, and
      *>exponent match one this client already sent inside the
      *>window rejects DP until the department marks it RP as an
      *>intentional repeat.  Blank or zero (every record written
      *>before the window existed) leaves the client unchecked
           02 FILLER         PIC X VALUE SPACE.
           02 CLNT-DUP-DAYS  PIC 9(03).
