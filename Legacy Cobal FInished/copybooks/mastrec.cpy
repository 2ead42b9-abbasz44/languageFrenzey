           02 MAST-Y          PIC S9(11)V9(9).
           02 MAST-ITER       PIC 9(05).
      *>the tolerance the stored answer was computed under - a
      *>lookup made under a tighter tolerance treats the record
      *>as a miss and recomputes, so tightening CALCCFG (or a
      *>client's CALCPROF) reaches the repeat values too instead
      *>of serving them yesterday's looser answers forever
           02 MAST-TOLERANCE  PIC 9V9(6).
      *>how much the record is worth keeping - the lookups it has
      *>answered, the date it was first filed, and the date it
      *>last answered one (or was refreshed).  Kept by the batch
      *>readers' lookup and store; RSLTPRG purges on the last-used
      *>date and RSLTRPT reports the hit counts
           02 MAST-HIT-COUNT  PIC 9(07).
           02 MAST-FIRST-DATE PIC 9(08).
           02 MAST-LAST-DATE  PIC 9(08).
