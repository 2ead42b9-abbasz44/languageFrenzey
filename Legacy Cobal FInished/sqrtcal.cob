IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtcal.

*>business and fiscal calendar lookup.  Suspense aging counted
*>calendar days, so every item looked three days older after a
*>holiday weekend; billing and the log archive cut on calendar
*>months while finance closes on a 4-4-5 fiscal calendar; the
*>forecast treated holiday weeks as normal volume.  Operations now
*>keeps one BUSCAL file (BCALREC.CPY) marking every date business,
*>weekend or holiday with its fiscal period, and every program that
*>needs to know asks this subprogram through BCALLINK.CPY, so they
*>all read the calendar one way.
*>
*>The file is read once, on the first call of the run, into a
*>table in date order, and each business day is numbered as it
*>goes in - the business days between two dates are then just the
*>difference of two numbers.  Lines that are not a valid date,
*>day type and period, or that are out of date order, are left
*>out and counted for the operations check.  No BUSCAL at all is
*>answered on every call, so each caller decides its own fallback.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BCAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD BUS-CAL-FILE.
  01 bus-cal-line pic X(80).

WORKING-STORAGE SECTION.
COPY "bcalrec.cpy".

77 BCAL-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
*>the table is built on the first call and kept for the rest of
*>the run - a subprogram's storage stays put between CALLs
77 WS-LOADED-SW     PIC X(01) VALUE 'N'.
   88 WS-CAL-LOADED           VALUE 'Y'.
77 WS-BAD-LINES     PIC 9(05) VALUE 0.
77 WS-LAST-LOADED   PIC 9(08) VALUE 0.
77 WS-BUS-RUN       PIC 9(05) VALUE 0.

*>the calendar, one slot per date - eleven years or so.  CE-BUS-SEQ
*>is the running count of business days up to and including the
*>date
77 WS-CE-MAX    PIC 9(4) VALUE 4000.
77 WS-CE-CT     PIC 9(4) VALUE 0.
77 WS-CE-SUB    PIC 9(4) VALUE 0.
77 WS-CE-USE    PIC 9(4) VALUE 0.
77 WS-CE-HIT    PIC 9(4) VALUE 0.
01 CALENDAR-TABLE.
   02 CE-ENTRY OCCURS 4000 TIMES.
      03 CE-DATE    PIC 9(08).
      03 CE-TYPE    PIC X(01).
      03 CE-PERIOD  PIC 9(06).
      03 CE-BUS-SEQ PIC 9(05).
      03 CE-DESC    PIC X(20).

*>the date being looked for, halving the table each probe
77 WS-SEEK-DATE PIC 9(08) VALUE 0.
77 WS-CE-LO     PIC 9(4) VALUE 0.
77 WS-CE-HI     PIC 9(4) VALUE 0.
77 WS-CE-MID    PIC 9(4) VALUE 0.
77 WS-FROM-USE  PIC 9(4) VALUE 0.

*>the first and last slots of the period round WS-CE-USE
77 WS-PB-LO     PIC 9(4) VALUE 0.
77 WS-PB-HI     PIC 9(4) VALUE 0.
77 WS-WALK-SW   PIC X(01) VALUE 'N'.
   88 WS-WALK-DONE            VALUE 'Y'.
77 WS-TARGET-SEQ PIC 9(06) VALUE 0.

LINKAGE SECTION.
COPY "bcallink.cpy".

PROCEDURE DIVISION USING BCAL-LINK-AREA.
    IF NOT WS-CAL-LOADED
       PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT
    END-IF.
    PERFORM CLEAR-CAL-ANSWER.
    IF WS-CE-CT = 0
       SET BCL-NO-CALENDAR TO TRUE
       GOBACK
    END-IF.
    EVALUATE BCL-FUNCTION
        WHEN 'B'
             PERFORM COUNT-BUSINESS-DAYS
                 THRU COUNT-BUSINESS-DAYS-EXIT
        WHEN 'A'
             PERFORM ADD-BUSINESS-DAYS THRU ADD-BUSINESS-DAYS-EXIT
        WHEN 'T'
             PERFORM GIVE-DAY-TYPE THRU GIVE-DAY-TYPE-EXIT
        WHEN 'P'
             PERFORM GIVE-PERIOD-OF-DATE
                 THRU GIVE-PERIOD-OF-DATE-EXIT
        WHEN 'F'
             PERFORM GIVE-PERIOD-BY-NUMBER
                 THRU GIVE-PERIOD-BY-NUMBER-EXIT
        WHEN 'C'
             PERFORM GIVE-LAST-CLOSED-PERIOD
                 THRU GIVE-LAST-CLOSED-PERIOD-EXIT
        WHEN 'H'
             PERFORM GIVE-HORIZON THRU GIVE-HORIZON-EXIT
        WHEN OTHER
             SET BCL-BAD-FUNCTION TO TRUE
    END-EVALUATE.
    GOBACK.

*>the answer fields start empty on every call; the inputs a
*>function reads (the dates, BCL-DAYS for A, BCL-PERIOD for F)
*>are left as the caller set them
CLEAR-CAL-ANSWER.
    SET BCL-OK TO TRUE.
    MOVE 0      TO BCL-DATE-OUT.
    MOVE SPACE  TO BCL-DAY-TYPE.
    MOVE SPACES TO BCL-DESC.
    MOVE 0      TO BCL-PER-START.
    MOVE 0      TO BCL-PER-END.
    MOVE WS-BAD-LINES TO BCL-BAD-LINES.
    IF WS-CE-CT > 0
       MOVE CE-DATE(1)        TO BCL-FIRST-DATE
       MOVE CE-DATE(WS-CE-CT) TO BCL-LAST-DATE
    ELSE
       MOVE 0 TO BCL-FIRST-DATE
       MOVE 0 TO BCL-LAST-DATE
    END-IF.

*>no BUSCAL is not an error here - every call answers "no
*>calendar" and the caller falls back its own way
LOAD-CALENDAR.
    SET WS-CAL-LOADED TO TRUE.
    MOVE 0 TO WS-CE-CT.
    MOVE 0 TO WS-BAD-LINES.
    MOVE 0 TO WS-LAST-LOADED.
    MOVE 0 TO WS-BUS-RUN.
    OPEN INPUT BUS-CAL-FILE.
    IF BCAL-FILE-STATUS NOT = '00'
       GO TO LOAD-CALENDAR-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-CAL-LINE UNTIL FILE-EOF.
    CLOSE BUS-CAL-FILE.
LOAD-CALENDAR-EXIT.
    EXIT.

*>a line out of date order would break the business-day numbering
*>and the halving search, so it is counted and left out, as is
*>anything past the table
LOAD-ONE-CAL-LINE.
    READ BUS-CAL-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND BUS-CAL-LINE NOT = SPACES
       MOVE BUS-CAL-LINE TO BUS-CAL-REC
       IF BC-DATE NUMERIC AND BC-TYPE-VALID AND BC-PERIOD NUMERIC
          AND BC-DATE > WS-LAST-LOADED
          AND WS-CE-CT < WS-CE-MAX
          ADD 1 TO WS-CE-CT
          MOVE BC-DATE     TO CE-DATE(WS-CE-CT)
          MOVE BC-DAY-TYPE TO CE-TYPE(WS-CE-CT)
          MOVE BC-PERIOD   TO CE-PERIOD(WS-CE-CT)
          MOVE BC-DESC     TO CE-DESC(WS-CE-CT)
          IF BC-BUSINESS-DAY
             ADD 1 TO WS-BUS-RUN
          END-IF
          MOVE WS-BUS-RUN  TO CE-BUS-SEQ(WS-CE-CT)
          MOVE BC-DATE     TO WS-LAST-LOADED
       ELSE
          ADD 1 TO WS-BAD-LINES
       END-IF
    END-IF.

*>halving search of the table for WS-SEEK-DATE - WS-CE-USE is the
*>slot, or 0 when the date is not on the calendar
FIND-CAL-DATE.
    MOVE 0 TO WS-CE-USE.
    MOVE 1 TO WS-CE-LO.
    MOVE WS-CE-CT TO WS-CE-HI.
    PERFORM PROBE-ONE-DATE
        UNTIL WS-CE-USE > 0 OR WS-CE-LO > WS-CE-HI.

PROBE-ONE-DATE.
    COMPUTE WS-CE-MID = (WS-CE-LO + WS-CE-HI) / 2.
    EVALUATE TRUE
        WHEN CE-DATE(WS-CE-MID) = WS-SEEK-DATE
             MOVE WS-CE-MID TO WS-CE-USE
        WHEN CE-DATE(WS-CE-MID) < WS-SEEK-DATE
             COMPUTE WS-CE-LO = WS-CE-MID + 1
        WHEN OTHER
             COMPUTE WS-CE-HI = WS-CE-MID - 1
    END-EVALUATE.

*>B - business days after the first date up to and including the
*>second; a second date before the first gives zero
COUNT-BUSINESS-DAYS.
    MOVE 0 TO BCL-DAYS.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO COUNT-BUSINESS-DAYS-EXIT
    END-IF.
    MOVE WS-CE-USE TO WS-FROM-USE.
    MOVE BCL-DATE-2 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO COUNT-BUSINESS-DAYS-EXIT
    END-IF.
    IF CE-BUS-SEQ(WS-CE-USE) > CE-BUS-SEQ(WS-FROM-USE)
       COMPUTE BCL-DAYS
           = CE-BUS-SEQ(WS-CE-USE) - CE-BUS-SEQ(WS-FROM-USE)
    END-IF.
COUNT-BUSINESS-DAYS-EXIT.
    EXIT.

*>A - the business day BCL-DAYS on from the date given; zero days
*>hands the date straight back
ADD-BUSINESS-DAYS.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO ADD-BUSINESS-DAYS-EXIT
    END-IF.
    IF BCL-DAYS = 0
       MOVE BCL-DATE-1 TO BCL-DATE-OUT
       GO TO ADD-BUSINESS-DAYS-EXIT
    END-IF.
    COMPUTE WS-TARGET-SEQ = CE-BUS-SEQ(WS-CE-USE) + BCL-DAYS.
    MOVE 0 TO WS-CE-HIT.
    PERFORM MATCH-TARGET-DAY
        VARYING WS-CE-SUB FROM WS-CE-USE BY 1
        UNTIL WS-CE-SUB > WS-CE-CT OR WS-CE-HIT > 0.
    IF WS-CE-HIT = 0
       SET BCL-OFF-CALENDAR TO TRUE
    ELSE
       MOVE CE-DATE(WS-CE-HIT) TO BCL-DATE-OUT
    END-IF.
ADD-BUSINESS-DAYS-EXIT.
    EXIT.

*>the first slot whose running count reaches the target is the
*>business day itself - the count only moves on business days
MATCH-TARGET-DAY.
    IF CE-BUS-SEQ(WS-CE-SUB) >= WS-TARGET-SEQ
       MOVE WS-CE-SUB TO WS-CE-HIT
    END-IF.

*>T - what kind of day it is
GIVE-DAY-TYPE.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO GIVE-DAY-TYPE-EXIT
    END-IF.
    MOVE CE-TYPE(WS-CE-USE)   TO BCL-DAY-TYPE.
    MOVE CE-DESC(WS-CE-USE)   TO BCL-DESC.
    MOVE CE-PERIOD(WS-CE-USE) TO BCL-PERIOD.
GIVE-DAY-TYPE-EXIT.
    EXIT.

*>P - the period the date falls in
GIVE-PERIOD-OF-DATE.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO GIVE-PERIOD-OF-DATE-EXIT
    END-IF.
    PERFORM FIND-PERIOD-BOUNDS.
GIVE-PERIOD-OF-DATE-EXIT.
    EXIT.

*>F - a period asked for by number, found at its first date
GIVE-PERIOD-BY-NUMBER.
    MOVE 0 TO WS-CE-HIT.
    PERFORM MATCH-PERIOD-NUMBER
        VARYING WS-CE-SUB FROM 1 BY 1
        UNTIL WS-CE-SUB > WS-CE-CT OR WS-CE-HIT > 0.
    IF WS-CE-HIT = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO GIVE-PERIOD-BY-NUMBER-EXIT
    END-IF.
    MOVE WS-CE-HIT TO WS-CE-USE.
    PERFORM FIND-PERIOD-BOUNDS.
GIVE-PERIOD-BY-NUMBER-EXIT.
    EXIT.

MATCH-PERIOD-NUMBER.
    IF CE-PERIOD(WS-CE-SUB) = BCL-PERIOD
       MOVE WS-CE-SUB TO WS-CE-HIT
    END-IF.

*>C - the latest period whose last date has been reached: the
*>date's own period when the date is its last day, otherwise the
*>period before it
GIVE-LAST-CLOSED-PERIOD.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO GIVE-LAST-CLOSED-PERIOD-EXIT
    END-IF.
    PERFORM FIND-PERIOD-BOUNDS.
    IF WS-PB-HI = WS-CE-USE
       GO TO GIVE-LAST-CLOSED-PERIOD-EXIT
    END-IF.
    IF WS-PB-LO = 1
       SET BCL-OFF-CALENDAR TO TRUE
       MOVE 0 TO BCL-PERIOD
       MOVE 0 TO BCL-PER-START
       MOVE 0 TO BCL-PER-END
       GO TO GIVE-LAST-CLOSED-PERIOD-EXIT
    END-IF.
    COMPUTE WS-CE-USE = WS-PB-LO - 1.
    PERFORM FIND-PERIOD-BOUNDS.
GIVE-LAST-CLOSED-PERIOD-EXIT.
    EXIT.

*>H - how far ahead the calendar reaches from the date given
GIVE-HORIZON.
    MOVE CE-DATE(WS-CE-CT) TO BCL-DATE-OUT.
    MOVE 0 TO BCL-DAYS.
    IF BCL-DATE-1 < CE-DATE(1)
       MOVE CE-BUS-SEQ(WS-CE-CT) TO BCL-DAYS
       GO TO GIVE-HORIZON-EXIT
    END-IF.
    IF BCL-DATE-1 >= CE-DATE(WS-CE-CT)
       GO TO GIVE-HORIZON-EXIT
    END-IF.
    MOVE BCL-DATE-1 TO WS-SEEK-DATE.
    PERFORM FIND-CAL-DATE.
    IF WS-CE-USE = 0
       SET BCL-OFF-CALENDAR TO TRUE
       GO TO GIVE-HORIZON-EXIT
    END-IF.
    COMPUTE BCL-DAYS
        = CE-BUS-SEQ(WS-CE-CT) - CE-BUS-SEQ(WS-CE-USE).
GIVE-HORIZON-EXIT.
    EXIT.

*>walk out from WS-CE-USE both ways while the period number holds
*>- a period is four or five weeks, so the walk is short
FIND-PERIOD-BOUNDS.
    MOVE WS-CE-USE TO WS-PB-LO.
    MOVE 'N' TO WS-WALK-SW.
    PERFORM STEP-PERIOD-BACK UNTIL WS-WALK-DONE.
    MOVE WS-CE-USE TO WS-PB-HI.
    MOVE 'N' TO WS-WALK-SW.
    PERFORM STEP-PERIOD-AHEAD UNTIL WS-WALK-DONE.
    MOVE CE-PERIOD(WS-CE-USE) TO BCL-PERIOD.
    MOVE CE-DATE(WS-PB-LO)    TO BCL-PER-START.
    MOVE CE-DATE(WS-PB-HI)    TO BCL-PER-END.

STEP-PERIOD-BACK.
    IF WS-PB-LO = 1
       SET WS-WALK-DONE TO TRUE
    ELSE
       IF CE-PERIOD(WS-PB-LO - 1) NOT = CE-PERIOD(WS-CE-USE)
          SET WS-WALK-DONE TO TRUE
       ELSE
          SUBTRACT 1 FROM WS-PB-LO
       END-IF
    END-IF.

STEP-PERIOD-AHEAD.
    IF WS-PB-HI = WS-CE-CT
       SET WS-WALK-DONE TO TRUE
    ELSE
       IF CE-PERIOD(WS-PB-HI + 1) NOT = CE-PERIOD(WS-CE-USE)
          SET WS-WALK-DONE TO TRUE
       ELSE
          ADD 1 TO WS-PB-HI
       END-IF
    END-IF.
