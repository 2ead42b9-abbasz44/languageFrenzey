      *>----------------------------------------------------------
      *> RANGLINK.CPY
      *> Shared parameter layout for CALL "sqrtrang", the range
      *> record expansion.  COPY this member in the caller's
      *> WORKING-STORAGE and in sqrtrang's own LINKAGE SECTION, same
      *> discipline as CALCLINK, so every program that meets a
      *> range record (the two batch readers, the pre-edit, and the
      *> reconciliation) agrees on whether it is good and on how
      *> many values and which values it stands for.
      *>
      *> CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA.  With
      *> RNG-VALUE-NO zero the record is only judged and counted;
      *> with RNG-VALUE-NO n (1 up to RNG-COUNT) the nth value is
      *> handed back in RNG-VALUE as well.  A record that is not a
      *> range comes back good, with a count of one and its own
      *> TRAN-NUM as the value.
      *>----------------------------------------------------------
       01 RANGE-LINK-AREA.
           02 RNG-VALUE-NO     PIC 9(05).
      *>Y when the range can be expanded; otherwise the reason the
      *>whole record rejects - NN (start value not numeric) or RS
      *>(see REJREC.CPY)
           02 RNG-VALID-SW     PIC X(01).
               88 RNG-VALID               VALUE 'Y'.
           02 RNG-REASON       PIC X(02).
      *>how many values the range expands into - one on a record
      *>that is not a range, and on a range that rejects
           02 RNG-COUNT        PIC 9(05).
           02 RNG-VALUE        PIC S9(11)V9(6).
