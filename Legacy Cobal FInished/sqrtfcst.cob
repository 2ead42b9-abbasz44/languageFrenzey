*>each of the four parallel-stream STATFILEs, so the day the
*>round-robin balance stops being good enough shows up here
*>instead of in a blown window.
*>Holiday weeks used to be forecast as if they were normal
*>volume, so the pace is now read off the BUSCAL business
*>calendar: runs on weekends and shop holidays are left out of
*>the fit, the history's pace is taken per business day, each
*>horizon point is that many business days out, and the breach
*>is named as a business day.  Without a usable calendar the old
*>calendar-month pace stands and the report says so.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
WORKING-STORAGE SECTION.
*>the SQRTSTAT layout the batch writers build
COPY "statrec.cpy".
*>the business calendar lookup's parameter area
COPY "bcallink.cpy".

77 STAT-FILE-STATUS PIC X(02) VALUE SPACES.
77 ST1-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-BREACH-YYYY  PIC 9(4) VALUE 0.
77 WS-BREACH-MM    PIC 9(2) VALUE 0.

*>the business-day pace - runs the calendar calls weekend or
*>holiday are skipped, the rest are spread over the business
*>days of the history's span, and the horizon is counted in
*>business days off the calendar
77 WS-CAL-SW        PIC X(01) VALUE 'N'.
   88 FCST-ON-CALENDAR        VALUE 'Y'.
77 WS-SHORT-CAL-SW  PIC X(01) VALUE 'N'.
   88 CALENDAR-TOO-SHORT      VALUE 'Y'.
77 WS-BREACH-DAY-SW PIC X(01) VALUE 'N'.
   88 BREACH-DAY-FOUND        VALUE 'Y'.
77 WS-OFFDAY-CT     PIC 9(5) VALUE 0.
77 WS-SPAN-BDAYS    PIC 9(5) VALUE 0.
77 WS-RUNS-PER-BDAY PIC 9(4)V9(4) VALUE 0.
77 WS-HZ-TOT-M      PIC 9(6) VALUE 0.
77 WS-BREACH-BDAYS  PIC S9(9)V9(2) VALUE 0.

*>the four streams' last runs side by side
77 WS-STR-SUB     PIC 9(1) VALUE 0.
77 WS-STR-USE-SUB PIC 9(1) VALUE 0.
   02 FILLER PIC X(1) VALUE '/'.
   02 BR-MM   PIC 9(2).

01 BREACH-DAY-LINE.
   02 FILLER PIC X(36) VALUE
      '** PROJECTED WINDOW BREACH ON DAY   '.
   02 BD-DATE PIC 9999/99/99.

01 NO-BREACH-LINE.
   02 FILLER PIC X(44) VALUE
      'NO WINDOW BREACH PROJECTED ON CURRENT TREND '.
   02 FILLER PIC X(44) VALUE
      'NO STREAM STAT FILES SUPPLIED - SINGLE RUN  '.

01 CAL-PACE-LINE.
   02 FILLER PIC X(44) VALUE
      'PACE TAKEN PER BUSINESS DAY OFF BUSCAL      '.

01 NO-CAL-PACE-MESS.
   02 FILLER PIC X(44) VALUE
      'NO USABLE BUSCAL - CALENDAR-MONTH PACE USED '.

01 SHORT-CAL-MESS.
   02 FILLER PIC X(44) VALUE
      'BUSCAL ENDS INSIDE HORIZON - MONTH PACE USED'.

01 TOO-FEW-MESS.
   02 FILLER PIC X(44) VALUE
      'FEWER THAN THREE RUNS ON FILE - NO FORECAST '.
    END-IF.
    PERFORM FIT-TREND-LINES.
    PERFORM ESTIMATE-RUNS-PER-MONTH.
    PERFORM ESTIMATE-RUNS-PER-BDAY.
    PERFORM WRITE-TREND-SUMMARY.
    PERFORM PROJECT-THE-HORIZON.
    PERFORM FIND-BREACH-MONTH THRU FIND-BREACH-MONTH-EXIT.
    PERFORM COMPARE-STREAM-FILES THRU COMPARE-STREAM-FILES-EXIT.

FINISH.

    IF NOT FILE-EOF
       MOVE RUN-STAT-LINE TO RUN-STAT-REC
       IF STAT-REC-COUNT NUMERIC AND STAT-ELAPSED-SEC NUMERIC
          PERFORM KEEP-IF-BUSINESS-DAY
       END-IF
    END-IF.

*>a weekend or holiday run is a make-up or a rerun, not the
*>normal day's volume - counted, but kept out of the fit.  A date
*>the calendar cannot answer for is kept, as before the calendar
KEEP-IF-BUSINESS-DAY.
    MOVE 'T' TO BCL-FUNCTION.
    MOVE STAT-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK AND NOT BCL-BUSINESS-DAY
       ADD 1 TO WS-OFFDAY-CT
    ELSE
       ADD 1 TO WS-HIST-CT
       MOVE STAT-DATE        TO HI-DATE(WS-HIST-CT)
       MOVE STAT-REC-COUNT   TO HI-COUNT(WS-HIST-CT)
       MOVE STAT-ELAPSED-SEC TO HI-ELAPSED(WS-HIST-CT)
    END-IF.

*>plain least squares over the run sequence - the slope is how
*>many more seconds (and records) each successive run costs
FIT-TREND-LINES.
       MOVE 1 TO WS-RUNS-PER-MON
    END-IF.

*>the same pace per business day - the history's runs over the
*>business days from its first run to its last, both ends in.
*>Only used when the calendar covers the whole history
ESTIMATE-RUNS-PER-BDAY.
    MOVE 'N' TO WS-CAL-SW.
    MOVE 'B' TO BCL-FUNCTION.
    MOVE HI-DATE(1) TO BCL-DATE-1.
    MOVE HI-DATE(WS-HIST-CT) TO BCL-DATE-2.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK
       COMPUTE WS-SPAN-BDAYS = BCL-DAYS + 1
       COMPUTE WS-RUNS-PER-BDAY ROUNDED
           = WS-HIST-CT / WS-SPAN-BDAYS
       IF WS-RUNS-PER-BDAY > 0
          MOVE 'Y' TO WS-CAL-SW
       END-IF
    END-IF.

WRITE-TREND-SUMMARY.
    MOVE 'RUNS ON FILE                      ' TO CL-LABEL.
    MOVE WS-HIST-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RUNS ON WEEKENDS/HOLIDAYS SKIPPED ' TO CL-LABEL.
    MOVE WS-OFFDAY-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF FCST-ON-CALENDAR
       MOVE 'BUSINESS DAYS IN HISTORY SPAN     ' TO CL-LABEL
       MOVE WS-SPAN-BDAYS TO CL-COUNT
       WRITE OUT-LINE FROM COUNT-LINE
       WRITE OUT-LINE FROM CAL-PACE-LINE
    ELSE
       WRITE OUT-LINE FROM NO-CAL-PACE-MESS
    END-IF.
    MOVE 'ELAPSED-SECONDS TREND     ' TO TD-LABEL.
    MOVE WS-EL-SLOPE TO TD-SLOPE.
    WRITE OUT-LINE FROM TREND-LINE.
    PERFORM PROJECT-ONE-POINT.
    MOVE 6 TO WS-PROJ-MONTHS.
    PERFORM PROJECT-ONE-POINT.
    IF CALENDAR-TOO-SHORT
       WRITE OUT-LINE FROM SHORT-CAL-MESS
    END-IF.

PROJECT-ONE-POINT.
    COMPUTE WS-PROJ-X
        = WS-HIST-CT + WS-PROJ-MONTHS * WS-RUNS-PER-MON.
    IF FCST-ON-CALENDAR
       PERFORM COUNT-HORIZON-BDAYS
    END-IF.
    COMPUTE WS-PROJ-ELAPSED ROUNDED
        = WS-EL-BASE + WS-EL-SLOPE * WS-PROJ-X
        ON SIZE ERROR MOVE 999999999 TO WS-PROJ-ELAPSED
    END-IF.
    WRITE OUT-LINE FROM PROJ-LINE.

*>the horizon date is the run date that many months on (a day
*>past the 28th is held to the 28th, so every month has it), and
*>the runs it holds are its business days at the history's pace.
*>A horizon past the calendar's last date keeps the month pace
COUNT-HORIZON-BDAYS.
    MOVE WS-RUN-DATE TO WS-DATE-WORK.
    COMPUTE WS-HZ-TOT-M
        = DW-YYYY * 12 + DW-MM - 1 + WS-PROJ-MONTHS.
    COMPUTE DW-YYYY = WS-HZ-TOT-M / 12.
    COMPUTE DW-MM = WS-HZ-TOT-M - DW-YYYY * 12 + 1.
    IF DW-DD > 28
       MOVE 28 TO DW-DD
    END-IF.
    MOVE 'B' TO BCL-FUNCTION.
    MOVE WS-RUN-DATE TO BCL-DATE-1.
    MOVE WS-DATE-WORK TO BCL-DATE-2.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK
       COMPUTE WS-PROJ-X
           = WS-HIST-CT + BCL-DAYS * WS-RUNS-PER-BDAY
    ELSE
       MOVE 'Y' TO WS-SHORT-CAL-SW
    END-IF.

*>where the fitted line crosses the limit, read back into a
*>business day off the calendar - or, without one (or past its
*>end), into a calendar month off the runs-per-month pace
FIND-BREACH-MONTH.
    IF WS-EL-SLOPE <= 0
       WRITE OUT-LINE FROM NO-BREACH-LINE
    END-IF.
    COMPUTE WS-BREACH-X ROUNDED
        = (FP-WINDOW-SEC - WS-EL-BASE) / WS-EL-SLOPE.
    IF FCST-ON-CALENDAR
       PERFORM FIND-BREACH-DAY
       IF BREACH-DAY-FOUND
          WRITE OUT-LINE FROM BREACH-DAY-LINE
          GO TO FIND-BREACH-MONTH-EXIT
       END-IF
    END-IF.
    COMPUTE WS-BREACH-MONTHS ROUNDED
        = (WS-BREACH-X - WS-HIST-CT) / WS-RUNS-PER-MON.
    IF WS-BREACH-MONTHS < 0
FIND-BREACH-MONTH-EXIT.
    EXIT.

FIND-BREACH-DAY.
    MOVE 'N' TO WS-BREACH-DAY-SW.
    COMPUTE WS-BREACH-BDAYS ROUNDED
        = (WS-BREACH-X - WS-HIST-CT) / WS-RUNS-PER-BDAY
        ON SIZE ERROR MOVE 999999 TO WS-BREACH-BDAYS
    END-COMPUTE.
    IF WS-BREACH-BDAYS < 0
       MOVE 0 TO WS-BREACH-BDAYS
    END-IF.
    IF WS-BREACH-BDAYS < 100000
       MOVE 'A' TO BCL-FUNCTION
       MOVE WS-RUN-DATE TO BCL-DATE-1
       MOVE WS-BREACH-BDAYS TO BCL-DAYS
       CALL "sqrtcal" USING BCAL-LINK-AREA
       IF BCL-OK
          MOVE BCL-DATE-OUT TO BD-DATE
          MOVE 'Y' TO WS-BREACH-DAY-SW
       END-IF
    END-IF.

*>the four stream stat files' newest lines side by side, and how
*>far apart the slowest and fastest stream sit - past the parm
*>threshold, round-robin is no longer balancing the work
