      *>----------------------------------------------------------
      *> DISTREC.CPY
      *> Response distribution register (DISTREG).  One line per
      *> CLIRSP response file cut, appended as its trailer goes
      *> out - by SQRTBABYEX on a single-stream run, by SQRTDIST
      *> after the parallel merge - so "was the department's file
      *> sent" is a line on a register instead of a hunt for a
      *> dataset that the next night's run has already replaced.
      *> The catch-all CLIRSPU file registers under *UNATTR*.
      *>----------------------------------------------------------
       01 DIST-REG-REC.
      *>the run the answers came from - zero on an unnumbered run
           02 DR-RUN-NO   PIC 9(06).
           02 FILLER      PIC X VALUE SPACE.
           02 DR-CLIENT   PIC X(08).
           02 FILLER      PIC X VALUE SPACE.
           02 DR-DATE     PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 DR-TIME     PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
      *>detail records on the file - the count its trailer carries
           02 DR-COUNT    PIC 9(07).
           02 FILLER      PIC X VALUE SPACE.
           02 DR-PROGRAM  PIC X(12).
