      *>----------------------------------------------------------
      *> BKUPDIR.CPY
      *> Control-file backup directory (BKUPDIR) - the manifest of
      *> every end-of-day snapshot SQRTBKUP has taken.  The night
      *> run only works when RUNCTL, SUBMREG, CLNTMAST, RSLTMAST,
      *> SUSPFILE, SQRTCKPT, CALCCFG and OPERPROF agree with one
      *> another; restore one of them from a different day and run
      *> numbers repeat, submissions run twice, or suspense items
      *> vanish.  So they are copied together, as one set, under
      *> the RUNCTL run number they stood at, and restored together
      *> by SQRTRSTR.
      *>
      *> One line per file per snapshot: the run number, when the
      *> snapshot was taken, the file (its DD name), the snapshot
      *> file it was copied to, its record count, and whether the
      *> file was there at all - CALCCFG, CLNTMAST and SQRTCKPT are
      *> optional to the night run, and a file that was absent is
      *> part of the picture too.  The snapshot file is named B,
      *> the file's letter below, and the six-digit run number.
      *> Rewritten whole by SQRTBKUP, never edited by hand.
      *>----------------------------------------------------------
       01 BACKUP-DIR-REC.
           02 BD-RUN-NO      PIC 9(06).
           02 FILLER         PIC X VALUE SPACE.
           02 BD-BKUP-DATE   PIC 9(08).
           02 FILLER         PIC X VALUE SPACE.
      *>HHMMSSCC, as ACCEPT FROM TIME gives it
           02 BD-BKUP-TIME   PIC 9(08).
           02 FILLER         PIC X VALUE SPACE.
           02 BD-FILE        PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
           02 BD-SNAP-FILE   PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
           02 BD-RECORDS     PIC 9(07).
           02 FILLER         PIC X VALUE SPACE.
      *>P the file was copied, A it was absent when the set was taken
           02 BD-PRESENT     PIC X(01).
               88 BD-FILE-PRESENT      VALUE 'P'.
               88 BD-FILE-ABSENT       VALUE 'A'.
      *>----------------------------------------------------------
      *> the set - each file's DD name, its snapshot letter, I for
      *> the one keyed file (RSLTMAST), which is copied out as
      *> record images in key order and loaded back the same way,
      *> and Y where the night run does without the file, so its
      *> absence is noted rather than warned of
      *>----------------------------------------------------------
       01 BACKUP-SET-VALUES.
           02 FILLER PIC X(11) VALUE 'RUNCTL  R N'.
           02 FILLER PIC X(11) VALUE 'SUBMREG G N'.
           02 FILLER PIC X(11) VALUE 'CLNTMASTC Y'.
           02 FILLER PIC X(11) VALUE 'RSLTMASTMIN'.
           02 FILLER PIC X(11) VALUE 'SUSPFILES N'.
           02 FILLER PIC X(11) VALUE 'SQRTCKPTK Y'.
           02 FILLER PIC X(11) VALUE 'CALCCFG F Y'.
           02 FILLER PIC X(11) VALUE 'OPERPROFO N'.
       01 BACKUP-SET-TABLE REDEFINES BACKUP-SET-VALUES.
           02 BS-ENTRY OCCURS 8 TIMES.
               03 BS-FILE     PIC X(08).
               03 BS-LETTER   PIC X(01).
               03 BS-KIND     PIC X(01).
                   88 BS-KEYED-FILE    VALUE 'I'.
               03 BS-OPTIONAL PIC X(01).
                   88 BS-FILE-OPTIONAL VALUE 'Y'.
