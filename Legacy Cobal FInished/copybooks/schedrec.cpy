      *>----------------------------------------------------------
      *> SCHEDREC.CPY
      *> Expected-submission schedule record (PARMLIB SUBSCHED).
      *> One record per CLNTMAST client whose files the shop
      *> expects on set days: which days of the week it submits,
      *> and the record count a normal file carries.  A department
      *> that always sends on Mondays and then doesn't used to go
      *> unnoticed until it phoned to ask where its results were,
      *> and a file five times (or a tenth of) its usual size - a
      *> broken spreadsheet export upstream - ran and billed like
      *> any other.  SQRTSCHD checks each day's SUBMREG and
      *> SQRTLOG against this schedule and the client's trailing
      *> average and lists what is missing, late, or the wrong
      *> size.  A client with no record is not checked.
      *>----------------------------------------------------------
       01 SUB-SCHED-REC.
           02 SCHD-CLIENT    PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
      *>one Y/N byte per weekday, Monday first (YNNNNNN is a
      *>Monday-only client); blank reads as N.  A shop holiday on
      *>BUSCAL is never an expected day
           02 SCHD-DAYS.
               03 SCHD-DAY   PIC X(01) OCCURS 7 TIMES.
           02 FILLER         PIC X VALUE SPACE.
      *>the normal volume range, in records per day's submission -
      *>zero leaves that end of the range unchecked, the trailing
      *>average still judges the volume
           02 SCHD-MIN-VOL   PIC 9(07).
           02 FILLER         PIC X VALUE SPACE.
           02 SCHD-MAX-VOL   PIC 9(07).
