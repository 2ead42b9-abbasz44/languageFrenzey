*>the window limit - come off the OPSPARM parameter file so the
*>shift supervisor tunes what counts as a warning without a
*>source change.  Condition code 4 when any area warns.
*>The page also watches the BUSCAL business calendar that aging,
*>billing, archival and the forecast all read: it warns while
*>there is still time to extend it - fewer future business days
*>left on it than OPSPARM asks for - rather than the night the
*>period-end jobs run off its end.
*>And it carries the day's submission-schedule check forward off
*>SQRTSCHD's SCHDRPT counts - files missing, late, or the wrong
*>size - so a department that didn't send shows up at handover.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RECON-FILE-STATUS.
SELECT SCHD-RPT-FILE ASSIGN TO "SCHDRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SCHD-FILE-STATUS.
*>the supervisor's thresholds - reject-rate percentage and batch
*>window seconds; absent, the defaults below stand, same optional
*>pattern as CALCCFG
  01 run-stat-line pic X(80).

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD REJECT-FILE.
    COPY "rejrec.cpy".
FD RECON-RPT-FILE.
  01 recon-rpt-line pic X(132).

FD SCHD-RPT-FILE.
  01 schd-rpt-line pic X(132).

FD OPS-PARM-FILE.
  01 ops-parm-line pic X(80).

*>the SQRTSTAT and SQRTLOG layouts the batch writers build
COPY "statrec.cpy".
COPY "logrec.cpy".
*>the business calendar lookup's parameter area
COPY "bcallink.cpy".

77 STAT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 LOG-FILE-STATUS   PIC X(02) VALUE SPACES.
77 REJ-FILE-STATUS   PIC X(02) VALUE SPACES.
77 RECON-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCHD-FILE-STATUS  PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
77 WS-RC             PIC 9(2) VALUE 0.

*>the supervisor's thresholds, defaulted for a shop that never
*>cut an OPSPARM - five percent rejects, a four-hour window, and
*>a warning once the calendar holds under sixty business days more
01 OPS-PARM-REC.
   02 OP-REJ-PCT    PIC 9(2)V9(2).
   02 FILLER        PIC X.
   02 OP-WINDOW-SEC PIC 9(7).
   02 FILLER        PIC X.
   02 OP-CAL-DAYS   PIC 9(3).

*>this run's numbers off the last SQRTSTAT line
77 WS-STAT-SEEN-SW  PIC X(01) VALUE 'N'.
77 WS-VALID-COUNT   PIC 9(7) VALUE 0.
77 WS-INVALID-COUNT PIC 9(7) VALUE 0.
77 WS-NC-COUNT      PIC 9(7) VALUE 0.
77 WS-HELD-COUNT    PIC 9(7) VALUE 0.

77 WS-REJ-COUNT     PIC 9(7) VALUE 0.
77 WS-REJ-RATE      PIC 9(3)V9(2) VALUE 0.
   88 WS-RECON-FLAGGED         VALUE 'F'.
   88 WS-RECON-MISSING         VALUE 'M'.

*>the schedule check's foot counts, read back off SCHDRPT by
*>their labels - M no report, R a report without its foot (the
*>check found nothing to check), S the counts were read
01 SCHD-COUNT-VIEW.
   02 SV-LABEL PIC X(34).
   02 SV-COUNT PIC ZZZZZZ9.
77 WS-SCHD-SW       PIC X(01) VALUE 'M'.
   88 WS-SCHD-MISSING          VALUE 'M'.
   88 WS-SCHD-NO-FOOT          VALUE 'R'.
   88 WS-SCHD-SEEN             VALUE 'S'.
77 WS-SCHD-MISS     PIC 9(7) VALUE 0.
77 WS-SCHD-LATE     PIC 9(7) VALUE 0.
77 WS-SCHD-VOL      PIC 9(7) VALUE 0.
77 WS-SCHD-ALERTS   PIC 9(7) VALUE 0.
77 WS-SCHD-ONE      PIC 9(7) VALUE 0.
77 WS-SCHD-MISS-X   PIC Z9.
77 WS-SCHD-LATE-X   PIC Z9.
77 WS-SCHD-VOL-X    PIC Z9.

77 WS-WARN-COUNT    PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.

77 WS-LIMIT-X      PIC ZZZZZZ9.
77 WS-RATE-X       PIC ZZ9.99.
77 WS-PCT-X        PIC ZZ9.99.
77 WS-CAL-END-X    PIC 9999/99/99.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    PERFORM SCAN-LOG-FOR-RUN.
    PERFORM COUNT-THIS-RUN-LOG.
    PERFORM COUNT-REJECT-RECORDS.
    PERFORM READ-RECON-VERDICT THRU READ-RECON-VERDICT-EXIT.
    PERFORM READ-SCHED-COUNTS THRU READ-SCHED-COUNTS-EXIT.
    PERFORM WRITE-STATUS-PAGE.

FINISH.
READ-OPS-PARMS.
    MOVE 5.00 TO OP-REJ-PCT.
    MOVE 14400 TO OP-WINDOW-SEC.
    MOVE 060 TO OP-CAL-DAYS.
    OPEN INPUT OPS-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ OPS-PARM-FILE INTO OPS-PARM-REC
    IF OP-WINDOW-SEC NOT NUMERIC
       MOVE 14400 TO OP-WINDOW-SEC
    END-IF.
    IF OP-CAL-DAYS NOT NUMERIC
       MOVE 060 TO OP-CAL-DAYS
    END-IF.

*>the last line on SQRTSTAT is tonight's run - its count, elapsed
*>seconds, and run number are what the page reports on
          EVALUATE LOG-STATUS
              WHEN 'I' ADD 1 TO WS-INVALID-COUNT
              WHEN 'N' ADD 1 TO WS-NC-COUNT
              WHEN 'H' ADD 1 TO WS-HELD-COUNT
              WHEN OTHER ADD 1 TO WS-VALID-COUNT
          END-EVALUATE
       END-IF
    WRITE OUT-LINE FROM AREA-LINE.
    PERFORM WRITE-REJECT-AREA.
    PERFORM WRITE-NC-AREA.
    PERFORM WRITE-HELD-AREA.
    PERFORM WRITE-WINDOW-AREA.
    PERFORM WRITE-RECON-AREA.
    PERFORM WRITE-CALENDAR-AREA.
    PERFORM WRITE-SCHEDULE-AREA.
    WRITE OUT-LINE FROM UNDER-LINE.
    IF WS-WARN-COUNT = 0
       WRITE OUT-LINE FROM VERDICT-OK-LINE
    END-IF.
    WRITE OUT-LINE FROM AREA-LINE.

*>records held over a client's monthly quota are the quota doing
*>its job, not a fault in the run - counted for the hand-over, with
*>HELDRPT and the menu release the place to act on them
WRITE-HELD-AREA.
    MOVE 'HELD OVER QUOTA           ' TO AL-LABEL.
    MOVE WS-HELD-COUNT TO AL-COUNT.
    MOVE SPACES TO AL-DETAIL.
    IF WS-HELD-COUNT > 0
       MOVE 'SEE HELDRPT             ' TO AL-DETAIL
    END-IF.
    MOVE 'OK        ' TO AL-VERDICT.
    WRITE OUT-LINE FROM AREA-LINE.

WRITE-WINDOW-AREA.
    MOVE 'ELAPSED SECONDS           ' TO AL-LABEL.
    MOVE WS-RUN-ELAPSED TO AL-COUNT.
             ADD 1 TO WS-WARN-COUNT
    END-EVALUATE.
    WRITE OUT-LINE FROM AREA-LINE.

*>business days left on BUSCAL after tonight, and its last date
*>- a short calendar, a missing one, or lines the lookup had to
*>skip all warn, since every period-end job leans on it
WRITE-CALENDAR-AREA.
    MOVE 'BUSINESS CALENDAR         ' TO AL-LABEL.
    MOVE 'H' TO BCL-FUNCTION.
    MOVE WS-RUN-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    MOVE 0 TO AL-COUNT.
    MOVE 'WARNING   ' TO AL-VERDICT.
    EVALUATE TRUE
        WHEN BCL-NO-CALENDAR
             MOVE 'NO BUSCAL SUPPLIED      ' TO AL-DETAIL
             ADD 1 TO WS-WARN-COUNT
        WHEN NOT BCL-OK
             MOVE 'RUN DATE NOT ON BUSCAL  ' TO AL-DETAIL
             ADD 1 TO WS-WARN-COUNT
        WHEN BCL-BAD-LINES > 0
             MOVE BCL-DAYS TO AL-COUNT
             MOVE 'BAD LINES ON BUSCAL     ' TO AL-DETAIL
             ADD 1 TO WS-WARN-COUNT
        WHEN OTHER
             MOVE BCL-DAYS TO AL-COUNT
             MOVE BCL-DATE-OUT TO WS-CAL-END-X
             MOVE SPACES TO WS-RATE-DETAIL
             STRING 'ENDS ' WS-CAL-END-X
                 DELIMITED BY SIZE INTO WS-RATE-DETAIL
             MOVE WS-RATE-DETAIL TO AL-DETAIL
             IF BCL-DAYS < OP-CAL-DAYS
                ADD 1 TO WS-WARN-COUNT
             ELSE
                MOVE 'OK        ' TO AL-VERDICT
             END-IF
    END-EVALUATE.
    WRITE OUT-LINE FROM AREA-LINE.

*>the submission-schedule check's own counts, read back off its
*>report by label like the reconciliation verdict above
READ-SCHED-COUNTS.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT SCHD-RPT-FILE.
    IF SCHD-FILE-STATUS NOT = '00'
       GO TO READ-SCHED-COUNTS-EXIT
    END-IF.
    SET WS-SCHD-NO-FOOT TO TRUE.
    PERFORM READ-ONE-SCHED-LINE UNTIL FILE-EOF.
    CLOSE SCHD-RPT-FILE.
READ-SCHED-COUNTS-EXIT.
    EXIT.

READ-ONE-SCHED-LINE.
    READ SCHD-RPT-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE SCHD-RPT-LINE TO SCHD-COUNT-VIEW
       EVALUATE SV-LABEL
           WHEN 'FILES MISSING                     '
                MOVE SV-COUNT TO WS-SCHD-MISS
           WHEN 'FILES LATE                        '
                MOVE SV-COUNT TO WS-SCHD-LATE
           WHEN 'VOLUME SPIKES                     '
           WHEN 'VOLUME DROPS                      '
                MOVE SV-COUNT TO WS-SCHD-ONE
                ADD WS-SCHD-ONE TO WS-SCHD-VOL
           WHEN 'SCHEDULE ALERTS RAISED            '
                MOVE SV-COUNT TO WS-SCHD-ALERTS
                SET WS-SCHD-SEEN TO TRUE
       END-EVALUATE
    END-IF.

*>alerts raised by the day's schedule check - any one of them is
*>a department to chase before the shift hands over
WRITE-SCHEDULE-AREA.
    MOVE 'SUBMISSION SCHEDULE       ' TO AL-LABEL.
    MOVE 0 TO AL-COUNT.
    MOVE 'WARNING   ' TO AL-VERDICT.
    EVALUATE TRUE
        WHEN WS-SCHD-MISSING
             MOVE 'NO SCHDRPT SUPPLIED     ' TO AL-DETAIL
             ADD 1 TO WS-WARN-COUNT
        WHEN WS-SCHD-NO-FOOT
             MOVE 'SCHEDULE NOT CHECKED    ' TO AL-DETAIL
             ADD 1 TO WS-WARN-COUNT
        WHEN OTHER
             MOVE WS-SCHD-ALERTS TO AL-COUNT
             MOVE WS-SCHD-MISS TO WS-SCHD-MISS-X
             MOVE WS-SCHD-LATE TO WS-SCHD-LATE-X
             MOVE WS-SCHD-VOL TO WS-SCHD-VOL-X
             MOVE SPACES TO WS-RATE-DETAIL
             STRING 'MISS ' WS-SCHD-MISS-X
                 ' LATE ' WS-SCHD-LATE-X
                 ' VOL ' WS-SCHD-VOL-X
                 DELIMITED BY SIZE INTO WS-RATE-DETAIL
             MOVE WS-RATE-DETAIL TO AL-DETAIL
             IF WS-SCHD-ALERTS > 0
                ADD 1 TO WS-WARN-COUNT
             ELSE
                MOVE 'OK        ' TO AL-VERDICT
             END-IF
    END-EVALUATE.
    WRITE OUT-LINE FROM AREA-LINE.
