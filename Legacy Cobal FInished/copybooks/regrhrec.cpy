      *>----------------------------------------------------------
      *> REGRHREC.CPY
      *> Regression run register (REGRHIST).  SQRTREGR appends one
      *> line each time it completes a comparison: when it ran,
      *> the run number compared, how many results were compared
      *> and how many moved, and the condition code it ended with.
      *> Read by the audit report - a CALCCFG change counts as
      *> regression-tested once a line here is stamped later than
      *> the CFGHIST change.
      *>----------------------------------------------------------
       01 REGR-HIST-REC.
           02 RH-DATE       PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RH-TIME       PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RH-RUN-NO     PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 RH-COMPARED   PIC 9(07).
           02 FILLER        PIC X VALUE SPACE.
           02 RH-SHIFTED    PIC 9(07).
           02 FILLER        PIC X VALUE SPACE.
           02 RH-RC         PIC 9(02).
