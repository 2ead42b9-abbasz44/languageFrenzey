      *>----------------------------------------------------------
      *> PROFREC.CPY
      *> Per-client calculation profile record (CALCPROF).  CALCCFG
      *> is one tolerance and one iteration cap for the whole shop;
      *> a lab department that needs nine decimals and a finance
      *> department that wants two, rounded half-even, cannot both
      *> be served by it.  One record per CLNTMAST client that
      *> computes under rules of its own, optionally narrowed to
      *> one function code - the batch readers and the menu apply
      *> the submitting client's profile and fall back to CALCCFG
      *> where it has none.
      *>
      *> A record with a function code governs that function only;
      *> one with a blank function code governs whatever the client
      *> submits that has no record of its own.  A zero tolerance
      *> or iteration cap takes CALCCFG's for that field alone.
      *>----------------------------------------------------------
       01 CALC-PROF-REC.
           02 PROF-CLIENT    PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
      *>R, L, E or P - blank for every function the client submits
           02 PROF-FUNC      PIC X(01).
           02 FILLER         PIC X VALUE SPACE.
           02 PROF-TOLERANCE PIC 9V9(6).
           02 FILLER         PIC X VALUE SPACE.
           02 PROF-MAX-ITER  PIC 9(5).
      *>decimal places the answer is delivered to, 0 through 9 -
      *>blank leaves it at full precision, as before profiles
           02 FILLER         PIC X VALUE SPACE.
           02 PROF-DECIMALS  PIC X(01).
      *>how the digits past PROF-DECIMALS are dropped: T (or
      *>blank) truncates, H rounds half away from zero, B rounds
      *>half to even (banker's rounding)
           02 FILLER         PIC X VALUE SPACE.
           02 PROF-ROUNDING  PIC X(01).
