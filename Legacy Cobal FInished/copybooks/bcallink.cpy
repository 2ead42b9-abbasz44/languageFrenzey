      *>----------------------------------------------------------
      *> BCALLINK.CPY
      *> Shared parameter layout for CALL "sqrtcal", the business
      *> and fiscal calendar lookup.  COPY this member in the
      *> caller's WORKING-STORAGE and in sqrtcal's own LINKAGE
      *> SECTION, same discipline as CALCLINK, so aging, billing,
      *> archival and forecasting all read the calendar one way.
      *>
      *> The caller sets BCL-FUNCTION and the inputs it names:
      *>  B  business days after BCL-DATE-1 up to and including
      *>     BCL-DATE-2 (Friday to the next Monday is 1) - BCL-DAYS
      *>  A  the date BCL-DAYS business days after BCL-DATE-1 -
      *>     BCL-DATE-OUT
      *>  T  day type and description of BCL-DATE-1
      *>  P  the fiscal period BCL-DATE-1 falls in, with its first
      *>     and last dates
      *>  F  the first and last dates of fiscal period BCL-PERIOD
      *>  C  the latest fiscal period closed as of BCL-DATE-1 (a
      *>     period closes on its own last date)
      *>  H  the last date on the calendar (BCL-DATE-OUT) and the
      *>     business days left after BCL-DATE-1 (BCL-DAYS)
      *> BCL-FIRST-DATE, BCL-LAST-DATE and BCL-BAD-LINES are filled
      *> on every call once the calendar has been read.
      *>----------------------------------------------------------
       01 BCAL-LINK-AREA.
           02 BCL-FUNCTION      PIC X(01).
           02 BCL-DATE-1        PIC 9(08).
           02 BCL-DATE-2        PIC 9(08).
           02 BCL-DAYS          PIC 9(05).
      *>0 answered, 1 no calendar on file, 2 a date (or period)
      *>not on the calendar, 3 unknown function
           02 BCL-RESULT        PIC X(01).
               88 BCL-OK                  VALUE '0'.
               88 BCL-NO-CALENDAR         VALUE '1'.
               88 BCL-OFF-CALENDAR        VALUE '2'.
               88 BCL-BAD-FUNCTION        VALUE '3'.
           02 BCL-DATE-OUT      PIC 9(08).
           02 BCL-DAY-TYPE      PIC X(01).
               88 BCL-BUSINESS-DAY        VALUE 'B'.
               88 BCL-HOLIDAY             VALUE 'H'.
           02 BCL-DESC          PIC X(20).
           02 BCL-PERIOD        PIC 9(06).
           02 BCL-PER-START     PIC 9(08).
           02 BCL-PER-END       PIC 9(08).
      *>what the calendar covers, and lines skipped when it was
      *>read (bad date, type or period, or out of date order)
           02 BCL-FIRST-DATE    PIC 9(08).
           02 BCL-LAST-DATE     PIC 9(08).
           02 BCL-BAD-LINES     PIC 9(05).
