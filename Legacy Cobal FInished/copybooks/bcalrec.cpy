      *>----------------------------------------------------------
      *> BCALREC.CPY
      *> Business and fiscal calendar (PARMLIB BUSCAL), kept by
      *> operations: one line per calendar date, in date order
      *> with no gaps, saying whether the shop works that day and
      *> which fiscal period the day falls in.  Finance closes on a
      *> 4-4-5 calendar, so the period is carried on every line
      *> rather than worked out from the month - a period ends on
      *> the last date carrying its number.  Holidays are keyed H
      *> with their name in the description; Saturdays and Sundays
      *> W.  Read only through CALL "sqrtcal" (BCALLINK.CPY).
      *>  cols  1-8  date YYYYMMDD
      *>  col  10    day type B business, W weekend, H holiday
      *>  cols 12-17 fiscal period YYYYPP
      *>  cols 19-38 description
      *>----------------------------------------------------------
       01 BUS-CAL-REC.
           02 BC-DATE        PIC 9(08).
           02 FILLER         PIC X.
           02 BC-DAY-TYPE    PIC X(01).
               88 BC-BUSINESS-DAY         VALUE 'B'.
               88 BC-TYPE-VALID           VALUE 'B' 'W' 'H'.
           02 FILLER         PIC X.
           02 BC-PERIOD      PIC 9(06).
           02 FILLER         PIC X.
           02 BC-DESC        PIC X(20).
