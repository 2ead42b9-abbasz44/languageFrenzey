      *>iterations the loop or series actually used, and how the
      *>line ended up: V computed and converged, I rejected as
      *>invalid input, N ran out of iterations without converging
      *>(the last guess is what LOG-Y holds), H held on HELDFILE
      *>uncomputed because the client was over its monthly quota
      *>(LOG-Y zero).  Blank on lines written before these fields
      *>existed
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-ITER     PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
      *>stamp selection for
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-RUN-NO   PIC 9(06).
      *>imaginary part of a complex root (an even root of a
      *>negative value) - LOG-Y then holds the real part.  Zero on
      *>every real result, blank on lines written before complex
      *>results were carried, which the readers take as zero
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-Y-IMAG   PIC -(11)9.9(6).
      *>the B of a power (A**B) line, so the duplicate check can
      *>tell a repeat of 2**3 from 2**4 - zero on every other
      *>function, blank on lines written before it was carried
      *>(an old power line then matches nothing)
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-EXPONENT PIC -(3)9.9(6).
      *>the calculation rules the line ran under - F the client's
      *>CALCPROF profile for the function, A the client's profile
      *>for all functions, C the shop's CALCCFG - with the
      *>tolerance and iteration cap in force and the decimals and
      *>rounding rule LOG-Y was delivered to (blank decimals = full
      *>precision).  Blank on lines written before profiles existed
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-PROF-SRC PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-TOLERANCE PIC 9.9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-MAX-ITER PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-DECIMALS PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-ROUNDING PIC X(01).
      *>what the results master did for the line - H answered off
      *>RSLTMAST (LOG-ITER is then the stored iteration count, the
      *>loop it saved), M looked up and missed so the answer was
      *>computed, blank master not consulted (not a cacheable
      *>root, master unavailable, or written before this existed)
           02 FILLER       PIC X VALUE SPACE.
           02 LOG-CACHE-SRC PIC X(01).
