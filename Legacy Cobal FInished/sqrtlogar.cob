IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtlogar.

*>period-end audit-trail archival.  SQRTLOG is opened EXTEND by
*>every run and never trimmed, so this utility cuts the current
*>log off to a dated archive file (the date goes in the archive
*>DSN on the job), starts a fresh empty SQRTLOG, and prints the
*>counts, and the month's min/max/average of the values in and
*>the results out.  The log is only reset after the whole archive
*>wrote cleanly, so a failed run leaves everything where it was.
*>The cut is the fiscal period end off the BUSCAL calendar (CALL
*>"sqrtcal"): lines up to the last date of the latest period
*>closed go to the archive, and anything logged after it - a
*>late-running archive - is held on SQRTLOGK and put back on the
*>fresh log, so each archive holds exactly one fiscal period.  With
*>no BUSCAL the whole log is cut, as it always was.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT ARCHIVE-FILE ASSIGN TO "SQRTLOGA"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ARCH-FILE-STATUS.
*>the lines logged after the period end, held while the live log
*>is started again and then written back onto it
SELECT CARRY-FILE ASSIGN TO "SQRTLOGK"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CARRY-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "LOGSUMR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD ARCHIVE-FILE.
  01 archive-line pic X(160).

FD CARRY-FILE.
  01 carry-line pic X(160).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).
*>the SQRTLOG line layout the writers build - each line read off
*>the file is moved here so its fields can be summarized
COPY "logrec.cpy".
*>the business calendar lookup's parameter area
COPY "bcallink.cpy".

77 LOG-FILE-STATUS   PIC X(02) VALUE SPACES.
77 ARCH-FILE-STATUS  PIC X(02) VALUE SPACES.
77 CARRY-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
   88 LOG-EOF                  VALUE 'Y'.
77 WS-VALID-COUNT    PIC 9(7) VALUE 0.
77 WS-INVALID-COUNT  PIC 9(7) VALUE 0.
77 WS-NC-COUNT       PIC 9(7) VALUE 0.
77 WS-HELD-COUNT     PIC 9(7) VALUE 0.
77 WS-CARRY-COUNT    PIC 9(7) VALUE 0.
77 WS-CARRY-BACK     PIC 9(7) VALUE 0.

*>the last date archived and the fiscal period it closes - all
*>nines, and no period, when there is no calendar to cut by
77 WS-CUT-DATE       PIC 9(8) VALUE 99999999.
77 WS-CUT-PERIOD     PIC 9(6) VALUE 0.

*>log fields carried through numeric work fields
77 WS-LOG-NUM   PIC S9(11)V9(6).

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'FISCAL PERIOD LOG SUMMARY '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.
   02 FILLER PIC X(5) VALUE ' AVG '.
   02 RL-AVG PIC -(11)9.9(6).

01 CUT-LINE.
   02 FILLER PIC X(14) VALUE 'FISCAL PERIOD '.
   02 CT-PERIOD PIC 9999/99.
   02 FILLER PIC X(18) VALUE ' ARCHIVED THROUGH '.
   02 CT-DATE PIC 9999/99/99.

01 NO-CAL-ARCH-MESS.
   02 FILLER PIC X(44) VALUE
      'NO BUSCAL CALENDAR - WHOLE LOG ARCHIVED     '.

01 OFF-CAL-MESS.
   02 FILLER PIC X(44) VALUE
      'RUN DATE NOT ON BUSCAL - NOTHING DONE       '.

01 CARRY-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'SQRTLOGK FAILED - LATER LINES ARE ON IT ONLY'.

01 NO-LOG-MESS.
   02 FILLER PIC X(44) VALUE
      'SQRTLOG COULD NOT BE OPENED - NOTHING DONE  '.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM FIND-PERIOD-CUT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    OPEN INPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-LOG-MESS
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
    OPEN OUTPUT CARRY-FILE.
    IF CARRY-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM CARRY-FAIL-MESS
       CLOSE AUDIT-LOG-FILE
       CLOSE ARCHIVE-FILE
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM READ-LOG-LINE.
    PERFORM ARCHIVE-ONE-LINE THRU ARCHIVE-ONE-LINE-EXIT
        UNTIL LOG-EOF.
    CLOSE AUDIT-LOG-FILE.
    CLOSE ARCHIVE-FILE.
    CLOSE CARRY-FILE.
*>every line is safely on the archive or the carry file - only
*>now does the live log get cut back for the new period
    PERFORM RESET-AUDIT-LOG THRU RESET-AUDIT-LOG-EXIT.
    PERFORM WRITE-SUMMARY-REPORT.

FINISH.

STOP RUN.

*>the end of the latest fiscal period closed as of today.  A run
*>date the calendar doesn't reach means BUSCAL has run out, and
*>cutting by guesswork would split a period across two archives
FIND-PERIOD-CUT.
    MOVE 'C' TO BCL-FUNCTION.
    MOVE WS-RUN-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    EVALUATE TRUE
        WHEN BCL-OK
             MOVE BCL-PER-END TO WS-CUT-DATE
             MOVE BCL-PERIOD  TO WS-CUT-PERIOD
             MOVE BCL-PERIOD  TO CT-PERIOD
             MOVE BCL-PER-END TO CT-DATE
             WRITE OUT-LINE FROM CUT-LINE
        WHEN BCL-NO-CALENDAR
             WRITE OUT-LINE FROM NO-CAL-ARCH-MESS
        WHEN OTHER
             WRITE OUT-LINE FROM OFF-CAL-MESS
             MOVE 8 TO WS-RC
    END-EVALUATE.

READ-LOG-LINE.
    READ AUDIT-LOG-FILE
        AT END SET LOG-EOF TO TRUE
    END-READ.

*>one line over to the archive, and into the summary totals - or,
*>logged after the period end, over to the carry file untallied
ARCHIVE-ONE-LINE.
    MOVE AUDIT-LOG-LINE TO AUDIT-LOG-REC.
    IF LOG-DATE NUMERIC AND LOG-DATE > WS-CUT-DATE
       WRITE CARRY-LINE FROM AUDIT-LOG-LINE
       IF CARRY-FILE-STATUS NOT = '00'
          WRITE OUT-LINE FROM CARRY-FAIL-MESS
          CLOSE AUDIT-LOG-FILE
          CLOSE ARCHIVE-FILE
          CLOSE CARRY-FILE
          MOVE 12 TO WS-RC
          GO TO FINISH
       END-IF
       ADD 1 TO WS-CARRY-COUNT
       GO TO ARCHIVE-ONE-LINE-EXIT
    END-IF.
    WRITE ARCHIVE-LINE FROM AUDIT-LOG-LINE.
    IF ARCH-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM ARCH-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
    ADD 1 TO WS-LINE-COUNT.
    PERFORM TALLY-STATUS.
    PERFORM TALLY-PROGRAM.
ARCHIVE-ONE-LINE-EXIT.
    PERFORM READ-LOG-LINE.

*>valid, invalid, non-converged, or held over the client's
*>monthly quota - lines from before the status column existed are
*>judged by the logged result instead: only an invalid line
*>carries a zero result
TALLY-STATUS.
    MOVE LOG-NUM TO WS-LOG-NUM.
    MOVE LOG-Y   TO WS-LOG-Y.
             ADD 1 TO WS-INVALID-COUNT
        WHEN LOG-STATUS = 'N'
             ADD 1 TO WS-NC-COUNT
        WHEN LOG-STATUS = 'H'
             ADD 1 TO WS-HELD-COUNT
        WHEN LOG-STATUS = 'V'
             ADD 1 TO WS-VALID-COUNT
             PERFORM TALLY-VALID-RANGES
       MOVE WS-DAY-SUB TO WS-DAY-USE
    END-IF.

*>the fresh log for the new period - rewritten rather than
*>deleted, so the very next batch run's EXTEND open finds it,
*>holding only the lines carried past the period end; a reset
*>that can't happen is said out loud with a bad condition code,
*>or the next period end would quietly archive this whole period
*>a second time
RESET-AUDIT-LOG.
    OPEN OUTPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM RESET-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO RESET-AUDIT-LOG-EXIT
    END-IF.
    IF WS-CARRY-COUNT > 0
       OPEN INPUT CARRY-FILE
       IF CARRY-FILE-STATUS = '00'
          MOVE 'N' TO WS-EOF-SW
          PERFORM PUT-BACK-ONE-LINE UNTIL LOG-EOF
          CLOSE CARRY-FILE
       END-IF
       IF WS-CARRY-BACK NOT = WS-CARRY-COUNT
          WRITE OUT-LINE FROM CARRY-FAIL-MESS
          MOVE 12 TO WS-RC
       END-IF
    END-IF.
    CLOSE AUDIT-LOG-FILE.
RESET-AUDIT-LOG-EXIT.
    EXIT.

PUT-BACK-ONE-LINE.
    READ CARRY-FILE
        AT END SET LOG-EOF TO TRUE
    END-READ.
    IF NOT LOG-EOF
       WRITE AUDIT-LOG-LINE FROM CARRY-LINE
       IF LOG-FILE-STATUS = '00'
          ADD 1 TO WS-CARRY-BACK
       END-IF
    END-IF.

WRITE-SUMMARY-REPORT.
    MOVE 'NON-CONVERGED RESULTS             ' TO CL-LABEL.
    MOVE WS-NC-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'HELD OVER QUOTA                   ' TO CL-LABEL.
    MOVE WS-HELD-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'LINES KEPT FOR THE NEXT PERIOD    ' TO CL-LABEL.
    MOVE WS-CARRY-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM WRITE-ONE-PROG-LINE
        VARYING WS-PROG-SUB FROM 1 BY 1
