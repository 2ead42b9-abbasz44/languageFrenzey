      *>----------------------------------------------------------
      *> RPTDIR.CPY
      *> Report repository directory (RPTDIR).  One line per report
      *> filed: the RUNCTL run number and run date it came from,
      *> the report (its DD name - SQRTRPT, SQRTREJ, EXPRPT,
      *> RECONRPT, OPSRPT), the repository file the copy was
      *> written to, and its line count.  Every night's reports
      *> used to be NEW datasets the next night's job replaced, so
      *> a department asking for last month's report for a run got
      *> nothing; SQRTRFIL now files each run's reports under the
      *> run number and keeps them for the report's retention
      *> period (RPTRETN), and SQRTRPRT and the mathmenu past-run
      *> option read them back by run number through this list.
      *> The repository file is named R, the report's letter (S
      *> SQRTRPT, J SQRTREJ, X EXPRPT, C RECONRPT, O OPSRPT), and
      *> the six-digit run number.  Rewritten whole by SQRTRFIL,
      *> never edited by hand.
      *>----------------------------------------------------------
       01 REPORT-DIR-REC.
           02 RD-RUN-NO      PIC 9(06).
           02 FILLER         PIC X VALUE SPACE.
           02 RD-RUN-DATE    PIC 9(08).
           02 FILLER         PIC X VALUE SPACE.
           02 RD-REPORT      PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
           02 RD-FILE        PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
           02 RD-LINES       PIC 9(07).
      *>the night it was filed - a rerun's refiling replaces the
      *>run's entry and restamps it
           02 FILLER         PIC X VALUE SPACE.
           02 RD-FILED-DATE  PIC 9(08).
