IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtschd.

*>daily expected-submission check.  Nothing used to notice when a
*>department that always sends its file on a Monday didn't send
*>one, or when a client's volume was suddenly five times (or a
*>tenth of) its usual level - almost always a broken spreadsheet
*>export upstream - until the department phoned or the bill went
*>out.  This program holds the SUBSCHED schedule (the days each
*>CLNTMAST client should submit and its normal volume range)
*>against what actually came through for the check date: the
*>SUBMREG register and the client's SQRTLOG lines, with the
*>trailing average per submission day taken off SQRTLOG and the
*>SQRTLOGA archives ARCHDIR lists.  SCHDRPT lists every alert -
*>
*>  MISSING      an expected day with nothing received,
*>  LATE         a file arriving after its expected day, when
*>               nothing came on that day or since,
*>  VOLUME HIGH  more records than the schedule's range allows or
*>               than the spike factor times the trailing average,
*>  VOLUME LOW   fewer than the range or the drop factor allows -
*>
*>and ends with the counts SQRTOPS picks up for its daily status
*>page.  A shop holiday on the BUSCAL calendar is never an
*>expected day.  Condition code 4 when any alert is raised, 8
*>when there is no schedule, nothing to check it against, or
*>more schedule lines than the table holds.  Read only throughout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>check date, trailing window and the spike and drop factors -
*>absent, the defaults below stand, same optional pattern as
*>CALCCFG
SELECT SCHD-PARM-FILE ASSIGN TO "SCHDPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT SUB-SCHED-FILE ASSIGN TO "SUBSCHED"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SCHD-FILE-STATUS.
*>names and status for the schedule's clients - optional, the same
*>status-checked open the batch readers give it
SELECT CLIENT-MAST-FILE ASSIGN TO "CLNTMAST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CLNT-FILE-STATUS.
SELECT SUBMIT-REG-FILE ASSIGN TO "SUBMREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SREG-FILE-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO "SQRTLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LOG-FILE-STATUS.
*>the period-end archives, read for the trailing average when the
*>window reaches back past the last cut - one SELECT serves them
*>all, named from the directory entry at run time as in SQRTLOGQ
SELECT ARCH-DIR-FILE ASSIGN TO "ARCHDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ADIR-FILE-STATUS.
SELECT ARCH-LOG-FILE ASSIGN TO WS-ARCH-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ARCH-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "SCHDRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SCHD-PARM-FILE.
  01 schd-parm-line pic X(80).

FD SUB-SCHED-FILE.
  01 sub-sched-line pic X(80).

FD CLIENT-MAST-FILE.
    COPY "clntrec.cpy".

FD SUBMIT-REG-FILE.
  01 submit-reg-line pic X(80).

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD ARCH-DIR-FILE.
  01 arch-dir-line pic X(80).

FD ARCH-LOG-FILE.
  01 arch-log-line pic X(160).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "logrec.cpy".
COPY "schedrec.cpy".
*>the business calendar lookup's parameter area - holidays, and
*>the fiscal periods the archives are listed under
COPY "bcallink.cpy".

77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCHD-FILE-STATUS PIC X(02) VALUE SPACES.
77 CLNT-FILE-STATUS PIC X(02) VALUE SPACES.
77 SREG-FILE-STATUS PIC X(02) VALUE SPACES.
77 LOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 ADIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.

*>zero check date = the run date; window in days before the check
*>date; spike and drop as multiples of the trailing average, which
*>is judged only once the client has that many submission days in
*>the window.  Defaults: 28 days, 3 times, a third, five days
01 SCHD-PARM-REC.
   02 SP-CHECK-DATE  PIC 9(8).
   02 FILLER         PIC X.
   02 SP-WINDOW-DAYS PIC 9(3).
   02 FILLER         PIC X.
   02 SP-SPIKE       PIC 9(2)V9(2).
   02 FILLER         PIC X.
   02 SP-DROP        PIC 9V9(2).
   02 FILLER         PIC X.
   02 SP-MIN-DAYS    PIC 9(2).

*>the register line as SQRTBABYEX and SQRTSPLIT write it - older
*>lines stop after SR-DATE and read back blank
01 SUBMIT-REG-REC.
   02 SR-CLIENT   PIC X(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-SERIAL   PIC 9(06).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-DATE     PIC 9(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-RUN-NO   PIC 9(06).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-HDR-DATE PIC 9(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-COUNT    PIC 9(07).

77 WS-SREG-SW      PIC X(01) VALUE 'N'.
   88 WS-SREG-READ            VALUE 'Y'.
77 WS-LOG-SW       PIC X(01) VALUE 'N'.
   88 WS-LOG-READ             VALUE 'Y'.
77 WS-CLNT-SW      PIC X(01) VALUE 'N'.
   88 WS-CLNT-READ            VALUE 'Y'.

*>the client master, for names and retired status
77 WS-CM-MAX    PIC 9(2) VALUE 50.
77 WS-CM-CT     PIC 9(2) VALUE 0.
77 WS-CM-SUB    PIC 9(2) VALUE 0.
77 WS-CM-USE    PIC 9(2) VALUE 0.
01 CLIENT-MAST-TABLE.
   02 CM-ENTRY OCCURS 50 TIMES.
      03 CM-ID        PIC X(08).
      03 CM-NAME      PIC X(30).
      03 CM-STATUS    PIC X(01).

*>the check date and the seven days before it - the receipts on
*>each are what tell a late file from an unscheduled one.  Entry
*>1 is the check date itself
77 WS-DY-MAX    PIC 9(2) VALUE 8.
77 WS-DY-SUB    PIC 9(2) VALUE 0.
77 WS-DUE-SUB   PIC 9(2) VALUE 0.
01 DAY-TABLE.
   02 DY-ENTRY OCCURS 8 TIMES.
      03 DY-DATE    PIC 9(8).
*>1 Monday ... 7 Sunday, the schedule's own order
      03 DY-POS     PIC 9(1).
      03 DY-HOL     PIC X(1).

*>the schedule as loaded - C checked, U not on CLNTMAST, R the
*>client is retired - with what came through for each client
77 WS-SC-MAX    PIC 9(2) VALUE 50.
77 WS-SC-CT     PIC 9(2) VALUE 0.
77 WS-SC-SUB    PIC 9(2) VALUE 0.
77 WS-SC-USE    PIC 9(2) VALUE 0.
77 WS-SC-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-SC-FULL              VALUE 'Y'.
01 SCHED-TABLE.
   02 SC-ENTRY OCCURS 50 TIMES.
      03 SC-CLIENT   PIC X(08).
      03 SC-NAME     PIC X(30).
      03 SC-STATE    PIC X(01).
      03 SC-DAYS.
         04 SC-DAY   PIC X(01) OCCURS 7 TIMES.
      03 SC-MIN-VOL  PIC 9(07).
      03 SC-MAX-VOL  PIC 9(07).
*>Y for each entry of DAY-TABLE something arrived on
      03 SC-RCV-FLAGS.
         04 SC-RCV   PIC X(01) OCCURS 8 TIMES.
*>records on the check date - off the log lines, or the register
*>counts when the log has none - and the trailing window's lines
*>and distinct submission days
      03 SC-REG-VOL  PIC 9(07).
      03 SC-LOG-VOL  PIC 9(07).
      03 SC-HIST-VOL  PIC 9(09).
      03 SC-HIST-DAYS PIC 9(05).
      03 SC-LAST-DATE PIC 9(08).
77 WS-SEEK-CLIENT PIC X(08) VALUE SPACES.
77 WS-SEEK-DATE   PIC 9(08) VALUE 0.
77 WS-POS         PIC 9(1) VALUE 0.
77 WS-DAY-SUB     PIC 9(1) VALUE 0.

*>the age of a log line in days before the check date - the same
*>30-day-month reckoning the duplicate check's window uses
01 WS-CHECK-DATE   PIC 9(8) VALUE 0.
01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
   02 CK-YYYY PIC 9(4).
   02 CK-MM   PIC 9(2).
   02 CK-DD   PIC 9(2).
01 WS-LINE-DATE    PIC 9(8) VALUE 0.
01 WS-LINE-PARTS REDEFINES WS-LINE-DATE.
   02 LN-YYYY PIC 9(4).
   02 LN-MM   PIC 9(2).
   02 LN-DD   PIC 9(2).
77 WS-LINE-AGE     PIC S9(7) VALUE 0.

*>a date stepped back one calendar day at a time, for the day
*>table and the window's first date
01 WS-STEP-DATE    PIC 9(8) VALUE 0.
01 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
   02 SD-YYYY PIC 9(4).
   02 SD-MM   PIC 9(2).
   02 SD-DD   PIC 9(2).
01 MONTH-DAYS-VALUES PIC X(24) VALUE '312831303130313130313031'.
01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
   02 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
77 WS-STEP-CT      PIC 9(4) VALUE 0.
77 WS-LEAP-QUOT    PIC 9(4) VALUE 0.
77 WS-LEAP-REM     PIC 9(3) VALUE 0.

*>day of the week by Zeller's rule, as SQRTAUDT works it out (0
*>Saturday, 1 Sunday, 2 Monday ... 6 Friday)
01 WS-Z-DATE    PIC 9(8) VALUE ZEROES.
01 WS-Z-PARTS REDEFINES WS-Z-DATE.
   02 WS-Z-YEAR  PIC 9(4).
   02 WS-Z-MONTH PIC 9(2).
   02 WS-Z-DAY   PIC 9(2).
77 WS-Z-YY      PIC 9(4) VALUE 0.
77 WS-Z-MM      PIC 9(2) VALUE 0.
77 WS-Z-K       PIC 9(2) VALUE 0.
77 WS-Z-J       PIC 9(2) VALUE 0.
77 WS-Z-MTERM   PIC 9(3) VALUE 0.
77 WS-Z-KTERM   PIC 9(2) VALUE 0.
77 WS-Z-JTERM   PIC 9(2) VALUE 0.
77 WS-Z-SUM     PIC 9(5) VALUE 0.
77 WS-Z-QUOT    PIC 9(5) VALUE 0.
77 WS-Z-DOW     PIC 9(1) VALUE 0.

*>the archive directory, as SQRTLOGQ holds it - an archive is read
*>only when its period can reach the trailing window
01 ARCH-DIR-REC.
   02 ARD-NAME  PIC X(08).
   02 FILLER    PIC X.
   02 ARD-MONTH PIC 9(06).
77 WS-AR-MAX   PIC 9(2) VALUE 12.
77 WS-AR-CT    PIC 9(2) VALUE 0.
77 WS-AR-SUB   PIC 9(2) VALUE 0.
01 ARCH-DIR-TABLE.
   02 AR-ENTRY OCCURS 12 TIMES.
      03 AR-NAME   PIC X(08).
      03 AR-MONTH  PIC 9(06).
77 WS-ARCH-NAME   PIC X(08) VALUE SPACES.
77 WS-FROM-DATE   PIC 9(8) VALUE 0.
77 WS-FROM-MONTH  PIC 9(6) VALUE 0.
77 WS-ARCH-READ   PIC 9(2) VALUE 0.

*>one client's judgement
77 WS-EXPECT-SW    PIC X(01) VALUE 'N'.
   88 WS-EXPECTED             VALUE 'Y'.
77 WS-EARLY-SW     PIC X(01) VALUE 'N'.
   88 WS-EARLY-RECEIPT        VALUE 'Y'.
77 WS-TODAY-VOL    PIC 9(7) VALUE 0.
77 WS-AVG-VOL      PIC 9(7) VALUE 0.
77 WS-HIGH-SW      PIC X(01) VALUE 'N'.
   88 WS-VOL-HIGH             VALUE 'Y'.
77 WS-LOW-SW       PIC X(01) VALUE 'N'.
   88 WS-VOL-LOW              VALUE 'Y'.

77 WS-EXPECTED-CT  PIC 9(5) VALUE 0.
77 WS-MISSING-CT   PIC 9(5) VALUE 0.
77 WS-LATE-CT      PIC 9(5) VALUE 0.
77 WS-SPIKE-CT     PIC 9(5) VALUE 0.
77 WS-DROP-CT      PIC 9(5) VALUE 0.
77 WS-UNCHECKED-CT PIC 9(5) VALUE 0.
77 WS-ALERT-CT     PIC 9(5) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'SUBMISSION SCHEDULE CHECK '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 CHECK-LINE.
   02 FILLER PIC X(11) VALUE 'CHECK DATE '.
   02 CK-DATE-X PIC 9999/99/99.
   02 FILLER PIC X(9) VALUE '  WINDOW '.
   02 CK-WINDOW PIC ZZ9.
   02 FILLER PIC X(13) VALUE ' DAYS  SPIKE '.
   02 CK-SPIKE PIC Z9.99.
   02 FILLER PIC X(7) VALUE '  DROP '.
   02 CK-DROP PIC 9.99.

01 ALERT-HEADS.
   02 FILLER PIC X(10) VALUE 'CLIENT    '.
   02 FILLER PIC X(26) VALUE 'NAME                      '.
   02 FILLER PIC X(14) VALUE 'ALERT         '.
   02 FILLER PIC X(12) VALUE 'DUE         '.
   02 FILLER PIC X(12) VALUE 'RECEIVED    '.
   02 FILLER PIC X(9)  VALUE 'RECORDS  '.
   02 FILLER PIC X(16) VALUE '  RANGE         '.
   02 FILLER PIC X(9)  VALUE ' AVERAGE '.

01 ALERT-LINE.
   02 AL-CLIENT  PIC X(08).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-NAME    PIC X(24).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-TYPE    PIC X(12).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-DUE     PIC 9999/99/99 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-RCVD    PIC 9999/99/99 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-RECORDS PIC ZZZZZZ9 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-MIN     PIC ZZZZZZ9 BLANK WHEN ZERO.
   02 AL-DASH    PIC X(1).
   02 AL-MAX     PIC ZZZZZZ9 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 AL-AVG     PIC ZZZZZZ9 BLANK WHEN ZERO.

01 NONE-LINE.
   02 FILLER PIC X(44) VALUE
      'NO SUBMISSION ALERTS FOR THE CHECK DATE     '.

01 NO-SCHED-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SUBSCHED SCHEDULE - NOTHING CHECKED      '.

01 SCHED-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'SUBSCHED EXCEEDS TABLE - LATER LINES SKIPPED'.

01 NO-INPUT-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SUBMREG OR SQRTLOG - NOTHING CHECKED     '.

01 NO-SREG-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SUBMREG - RECEIPTS TAKEN OFF SQRTLOG ONLY'.

01 NO-LOG-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SQRTLOG - VOLUMES OFF SUBMREG, NO AVERAGE'.

01 NO-CLNT-MESS.
   02 FILLER PIC X(44) VALUE
      'NO CLNTMAST - SCHEDULE CLIENTS NOT VALIDATED'.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-SCHD-PARMS.
    PERFORM BUILD-DAY-TABLE.
    PERFORM LOAD-CLIENT-MASTER.
    PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT.
    IF WS-SC-CT = 0
       WRITE OUT-LINE FROM NO-SCHED-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM SCAN-SUBMIT-REGISTER.
    PERFORM SCAN-LOG-ARCHIVES THRU SCAN-LOG-ARCHIVES-EXIT.
    PERFORM SCAN-LIVE-LOG.
    IF NOT WS-SREG-READ AND NOT WS-LOG-READ
       WRITE OUT-LINE FROM NO-INPUT-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM WRITE-INPUT-NOTES.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM ALERT-HEADS.
    PERFORM JUDGE-ONE-CLIENT THRU JUDGE-ONE-CLIENT-EXIT
        VARYING WS-SC-SUB FROM 1 BY 1
        UNTIL WS-SC-SUB > WS-SC-CT.
    IF WS-ALERT-CT = 0
       WRITE OUT-LINE FROM NONE-LINE
    ELSE
       IF WS-RC < 4
          MOVE 4 TO WS-RC
       END-IF
    END-IF.
    PERFORM WRITE-CHECK-SUMMARY.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

READ-SCHD-PARMS.
    MOVE ZEROES TO SP-CHECK-DATE.
    MOVE 028 TO SP-WINDOW-DAYS.
    MOVE 03.00 TO SP-SPIKE.
    MOVE 0.33 TO SP-DROP.
    MOVE 05 TO SP-MIN-DAYS.
    OPEN INPUT SCHD-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ SCHD-PARM-FILE INTO SCHD-PARM-REC
           AT END CONTINUE
       END-READ
       CLOSE SCHD-PARM-FILE
    END-IF.
*>a short or mis-keyed parm line must not turn into a garbage
*>threshold - each field stands only when it really is a number,
*>same guard the other parm readers apply
    IF SP-CHECK-DATE NOT NUMERIC OR SP-CHECK-DATE = 0
       MOVE WS-RUN-DATE TO SP-CHECK-DATE
    END-IF.
    IF SP-WINDOW-DAYS NOT NUMERIC OR SP-WINDOW-DAYS = 0
       MOVE 028 TO SP-WINDOW-DAYS
    END-IF.
    IF SP-SPIKE NOT NUMERIC OR SP-SPIKE NOT > 1
       MOVE 03.00 TO SP-SPIKE
    END-IF.
    IF SP-DROP NOT NUMERIC OR SP-DROP = 0 OR SP-DROP NOT < 1
       MOVE 0.33 TO SP-DROP
    END-IF.
    IF SP-MIN-DAYS NOT NUMERIC OR SP-MIN-DAYS = 0
       MOVE 05 TO SP-MIN-DAYS
    END-IF.
    MOVE SP-CHECK-DATE TO WS-CHECK-DATE.
    MOVE SP-CHECK-DATE TO CK-DATE-X.
    MOVE SP-WINDOW-DAYS TO CK-WINDOW.
    MOVE SP-SPIKE TO CK-SPIKE.
    MOVE SP-DROP TO CK-DROP.
    WRITE OUT-LINE FROM CHECK-LINE.

*>the check date and the seven days before it, each with its day
*>of the week and whether BUSCAL calls it a shop holiday; then
*>the window's first date, for choosing archives
BUILD-DAY-TABLE.
    MOVE WS-CHECK-DATE TO WS-STEP-DATE.
    PERFORM FILL-ONE-DAY
        VARYING WS-DY-SUB FROM 1 BY 1
        UNTIL WS-DY-SUB > WS-DY-MAX.
    MOVE WS-CHECK-DATE TO WS-STEP-DATE.
    PERFORM STEP-BACK-ONE-DAY
        VARYING WS-STEP-CT FROM 1 BY 1
        UNTIL WS-STEP-CT > SP-WINDOW-DAYS.
    MOVE WS-STEP-DATE TO WS-FROM-DATE.

FILL-ONE-DAY.
    IF WS-DY-SUB > 1
       PERFORM STEP-BACK-ONE-DAY
    END-IF.
    MOVE WS-STEP-DATE TO DY-DATE(WS-DY-SUB).
    MOVE WS-STEP-DATE TO WS-Z-DATE.
    PERFORM FIND-DAY-OF-WEEK.
    IF WS-Z-DOW < 2
       COMPUTE DY-POS(WS-DY-SUB) = WS-Z-DOW + 6
    ELSE
       COMPUTE DY-POS(WS-DY-SUB) = WS-Z-DOW - 1
    END-IF.
    MOVE 'N' TO DY-HOL(WS-DY-SUB).
    MOVE 'T' TO BCL-FUNCTION.
    MOVE WS-STEP-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK AND BCL-HOLIDAY
       MOVE 'Y' TO DY-HOL(WS-DY-SUB)
    END-IF.

*>one calendar day back - into the previous month's last day, and
*>the previous year's December, with February's leap day by the
*>Gregorian rule
STEP-BACK-ONE-DAY.
    IF SD-DD > 1
       SUBTRACT 1 FROM SD-DD
    ELSE
       IF SD-MM > 1
          SUBTRACT 1 FROM SD-MM
       ELSE
          MOVE 12 TO SD-MM
          SUBTRACT 1 FROM SD-YYYY
       END-IF
       MOVE MONTH-DAYS(SD-MM) TO SD-DD
       IF SD-MM = 2
          PERFORM TEST-LEAP-YEAR
       END-IF
    END-IF.

TEST-LEAP-YEAR.
    DIVIDE SD-YYYY BY 4 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
    IF WS-LEAP-REM = 0
       MOVE 29 TO SD-DD
       DIVIDE SD-YYYY BY 100
           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
       IF WS-LEAP-REM = 0
          MOVE 28 TO SD-DD
          DIVIDE SD-YYYY BY 400
              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
          IF WS-LEAP-REM = 0
             MOVE 29 TO SD-DD
          END-IF
       END-IF
    END-IF.

*>Zeller's congruence - January and February count as months
*>13 and 14 of the year before
FIND-DAY-OF-WEEK.
    MOVE WS-Z-YEAR  TO WS-Z-YY.
    MOVE WS-Z-MONTH TO WS-Z-MM.
    IF WS-Z-MM < 3
       ADD 12 TO WS-Z-MM
       SUBTRACT 1 FROM WS-Z-YY
    END-IF.
    DIVIDE WS-Z-YY BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
    COMPUTE WS-Z-MTERM = (13 * (WS-Z-MM + 1)) / 5.
    COMPUTE WS-Z-KTERM = WS-Z-K / 4.
    COMPUTE WS-Z-JTERM = WS-Z-J / 4.
    COMPUTE WS-Z-SUM = WS-Z-DAY + WS-Z-MTERM + WS-Z-K
        + WS-Z-KTERM + WS-Z-JTERM + (5 * WS-Z-J).
    DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT REMAINDER WS-Z-DOW.

LOAD-CLIENT-MASTER.
    OPEN INPUT CLIENT-MAST-FILE.
    IF CLNT-FILE-STATUS = '00'
       SET WS-CLNT-READ TO TRUE
       PERFORM LOAD-ONE-MASTER-CLIENT
           UNTIL CLNT-FILE-STATUS NOT = '00'
           OR WS-CM-CT >= WS-CM-MAX
       CLOSE CLIENT-MAST-FILE
    END-IF.

LOAD-ONE-MASTER-CLIENT.
    READ CLIENT-MAST-FILE
        AT END CONTINUE
    END-READ.
    IF CLNT-FILE-STATUS = '00'
       ADD 1 TO WS-CM-CT
       MOVE CLNT-ID     TO CM-ID(WS-CM-CT)
       MOVE CLNT-NAME   TO CM-NAME(WS-CM-CT)
       MOVE CLNT-STATUS TO CM-STATUS(WS-CM-CT)
    END-IF.

*>every schedule line is held, the ones that cannot be checked too
*>- a client not on CLNTMAST, or retired, is listed so the line
*>gets tidied rather than silently ignored
LOAD-SCHEDULE.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT SUB-SCHED-FILE.
    IF SCHD-FILE-STATUS NOT = '00'
       GO TO LOAD-SCHEDULE-EXIT
    END-IF.
    PERFORM LOAD-ONE-SCHED-LINE UNTIL FILE-EOF OR WS-SC-FULL.
    CLOSE SUB-SCHED-FILE.
LOAD-SCHEDULE-EXIT.
    EXIT.

LOAD-ONE-SCHED-LINE.
    MOVE SPACES TO SUB-SCHED-REC.
    READ SUB-SCHED-FILE INTO SUB-SCHED-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND SCHD-CLIENT NOT = SPACES
       IF WS-SC-CT < WS-SC-MAX
          ADD 1 TO WS-SC-CT
          PERFORM TAKE-SCHED-LINE
       ELSE
          SET WS-SC-FULL TO TRUE
          WRITE OUT-LINE FROM SCHED-FULL-MESS
          MOVE 8 TO WS-RC
       END-IF
    END-IF.

TAKE-SCHED-LINE.
    MOVE SCHD-CLIENT TO SC-CLIENT(WS-SC-CT).
    MOVE SPACES TO SC-NAME(WS-SC-CT).
    MOVE 'C' TO SC-STATE(WS-SC-CT).
    PERFORM TAKE-ONE-SCHED-DAY
        VARYING WS-DAY-SUB FROM 1 BY 1
        UNTIL WS-DAY-SUB > 7.
    IF SCHD-MIN-VOL NUMERIC
       MOVE SCHD-MIN-VOL TO SC-MIN-VOL(WS-SC-CT)
    ELSE
       MOVE 0 TO SC-MIN-VOL(WS-SC-CT)
    END-IF.
    IF SCHD-MAX-VOL NUMERIC
       MOVE SCHD-MAX-VOL TO SC-MAX-VOL(WS-SC-CT)
    ELSE
       MOVE 0 TO SC-MAX-VOL(WS-SC-CT)
    END-IF.
    MOVE ALL 'N' TO SC-RCV-FLAGS(WS-SC-CT).
    MOVE 0 TO SC-REG-VOL(WS-SC-CT).
    MOVE 0 TO SC-LOG-VOL(WS-SC-CT).
    MOVE 0 TO SC-HIST-VOL(WS-SC-CT).
    MOVE 0 TO SC-HIST-DAYS(WS-SC-CT).
    MOVE 0 TO SC-LAST-DATE(WS-SC-CT).
    IF WS-CLNT-READ
       MOVE 0 TO WS-CM-USE
       PERFORM MATCH-MASTER-CLIENT
           VARYING WS-CM-SUB FROM 1 BY 1
           UNTIL WS-CM-SUB > WS-CM-CT
       IF WS-CM-USE = 0
          MOVE 'U' TO SC-STATE(WS-SC-CT)
       ELSE
          MOVE CM-NAME(WS-CM-USE) TO SC-NAME(WS-SC-CT)
          IF CM-STATUS(WS-CM-USE) = 'R'
             MOVE 'R' TO SC-STATE(WS-SC-CT)
          END-IF
       END-IF
    END-IF.

TAKE-ONE-SCHED-DAY.
    IF SCHD-DAY(WS-DAY-SUB) = 'Y'
       MOVE 'Y' TO SC-DAY(WS-SC-CT, WS-DAY-SUB)
    ELSE
       MOVE 'N' TO SC-DAY(WS-SC-CT, WS-DAY-SUB)
    END-IF.

MATCH-MASTER-CLIENT.
    IF WS-CM-USE = 0 AND CM-ID(WS-CM-SUB) = SCHD-CLIENT
       MOVE WS-CM-SUB TO WS-CM-USE
    END-IF.

FIND-SCHED-CLIENT.
    MOVE 0 TO WS-SC-USE.
    PERFORM MATCH-SCHED-CLIENT
        VARYING WS-SC-SUB FROM 1 BY 1
        UNTIL WS-SC-SUB > WS-SC-CT.

MATCH-SCHED-CLIENT.
    IF WS-SC-USE = 0 AND SC-CLIENT(WS-SC-SUB) = WS-SEEK-CLIENT
       MOVE WS-SC-SUB TO WS-SC-USE
    END-IF.

*>a receipt on any of the eight days in the table
MARK-RECEIPT-DAY.
    IF DY-DATE(WS-DY-SUB) = WS-SEEK-DATE
       MOVE 'Y' TO SC-RCV(WS-SC-USE, WS-DY-SUB)
    END-IF.

*>every file the night run registered - the day it ran is the day
*>it was received, and its record count stands for the day's
*>volume when the log has none
SCAN-SUBMIT-REGISTER.
    OPEN INPUT SUBMIT-REG-FILE.
    IF SREG-FILE-STATUS = '00'
       SET WS-SREG-READ TO TRUE
       PERFORM SCAN-ONE-REG-LINE
           UNTIL SREG-FILE-STATUS NOT = '00'
       CLOSE SUBMIT-REG-FILE
    END-IF.

SCAN-ONE-REG-LINE.
    MOVE SPACES TO SUBMIT-REG-REC.
    READ SUBMIT-REG-FILE INTO SUBMIT-REG-REC
        AT END CONTINUE
    END-READ.
    IF SREG-FILE-STATUS = '00' AND SR-DATE NUMERIC
       MOVE SR-CLIENT TO WS-SEEK-CLIENT
       PERFORM FIND-SCHED-CLIENT
       IF WS-SC-USE > 0
          MOVE SR-DATE TO WS-SEEK-DATE
          PERFORM MARK-RECEIPT-DAY
              VARYING WS-DY-SUB FROM 1 BY 1
              UNTIL WS-DY-SUB > WS-DY-MAX
          IF SR-DATE = WS-CHECK-DATE AND SR-COUNT NUMERIC
             ADD SR-COUNT TO SC-REG-VOL(WS-SC-USE)
          END-IF
       END-IF
    END-IF.

*>archives first, oldest listed first, then the live log - only
*>the ones whose period reaches the window's first date
SCAN-LOG-ARCHIVES.
    OPEN INPUT ARCH-DIR-FILE.
    IF ADIR-FILE-STATUS = '00'
       PERFORM READ-ONE-DIR-ENTRY
           UNTIL ADIR-FILE-STATUS NOT = '00'
           OR WS-AR-CT >= WS-AR-MAX
       CLOSE ARCH-DIR-FILE
    END-IF.
    IF WS-AR-CT = 0
       GO TO SCAN-LOG-ARCHIVES-EXIT
    END-IF.
*>archives are listed by fiscal period since the calendar came in;
*>a date the calendar doesn't hold keeps its YYYYMM, as the older
*>archives are listed
    COMPUTE WS-FROM-MONTH = WS-FROM-DATE / 100.
    MOVE 'P' TO BCL-FUNCTION.
    MOVE WS-FROM-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK
       MOVE BCL-PERIOD TO WS-FROM-MONTH
    END-IF.
    PERFORM SCAN-ONE-ARCHIVE
        VARYING WS-AR-SUB FROM 1 BY 1
        UNTIL WS-AR-SUB > WS-AR-CT.
SCAN-LOG-ARCHIVES-EXIT.
    EXIT.

READ-ONE-DIR-ENTRY.
    READ ARCH-DIR-FILE INTO ARCH-DIR-REC
        AT END CONTINUE
    END-READ.
    IF ADIR-FILE-STATUS = '00'
       IF ARD-NAME NOT = SPACES AND ARD-MONTH NUMERIC
          ADD 1 TO WS-AR-CT
          MOVE ARD-NAME  TO AR-NAME(WS-AR-CT)
          MOVE ARD-MONTH TO AR-MONTH(WS-AR-CT)
       END-IF
    END-IF.

SCAN-ONE-ARCHIVE.
    IF AR-MONTH(WS-AR-SUB) NOT < WS-FROM-MONTH
       MOVE AR-NAME(WS-AR-SUB) TO WS-ARCH-NAME
       MOVE 'N' TO WS-EOF-SW
       OPEN INPUT ARCH-LOG-FILE
       IF ARCH-FILE-STATUS = '00'
          ADD 1 TO WS-ARCH-READ
          PERFORM SCAN-ONE-ARCH-LINE UNTIL FILE-EOF
          CLOSE ARCH-LOG-FILE
       END-IF
    END-IF.

SCAN-ONE-ARCH-LINE.
    READ ARCH-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE ARCH-LOG-LINE TO AUDIT-LOG-REC
       PERFORM TALLY-LOG-LINE THRU TALLY-LOG-LINE-EXIT
    END-IF.

SCAN-LIVE-LOG.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS = '00'
       SET WS-LOG-READ TO TRUE
       PERFORM SCAN-ONE-LOG-LINE UNTIL FILE-EOF
       CLOSE AUDIT-LOG-FILE
    END-IF.

SCAN-ONE-LOG-LINE.
    READ AUDIT-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE AUDIT-LOG-LINE TO AUDIT-LOG-REC
       PERFORM TALLY-LOG-LINE THRU TALLY-LOG-LINE-EXIT
    END-IF.

*>a batch line for a scheduled client - a receipt on its date, a
*>record of the check date's volume, or one record of the window
*>behind it.  Interactive mathmenu work is nobody's submission
TALLY-LOG-LINE.
    IF LOG-DATE NOT NUMERIC
       OR LOG-PROGRAM = 'MATHMENU'
       OR LOG-CLIENT-ID = SPACES
       GO TO TALLY-LOG-LINE-EXIT
    END-IF.
    MOVE LOG-CLIENT-ID TO WS-SEEK-CLIENT.
    PERFORM FIND-SCHED-CLIENT.
    IF WS-SC-USE = 0
       GO TO TALLY-LOG-LINE-EXIT
    END-IF.
    MOVE LOG-DATE TO WS-SEEK-DATE.
    PERFORM MARK-RECEIPT-DAY
        VARYING WS-DY-SUB FROM 1 BY 1
        UNTIL WS-DY-SUB > WS-DY-MAX.
    IF LOG-DATE = WS-CHECK-DATE
       ADD 1 TO SC-LOG-VOL(WS-SC-USE)
       GO TO TALLY-LOG-LINE-EXIT
    END-IF.
    MOVE LOG-DATE TO WS-LINE-DATE.
    COMPUTE WS-LINE-AGE
        = (CK-YYYY - LN-YYYY) * 365
        + (CK-MM - LN-MM) * 30
        + (CK-DD - LN-DD).
    IF WS-LINE-AGE < 1 OR WS-LINE-AGE > SP-WINDOW-DAYS
       GO TO TALLY-LOG-LINE-EXIT
    END-IF.
    ADD 1 TO SC-HIST-VOL(WS-SC-USE).
    IF LOG-DATE NOT = SC-LAST-DATE(WS-SC-USE)
       ADD 1 TO SC-HIST-DAYS(WS-SC-USE)
       MOVE LOG-DATE TO SC-LAST-DATE(WS-SC-USE)
    END-IF.
TALLY-LOG-LINE-EXIT.
    EXIT.

WRITE-INPUT-NOTES.
    IF NOT WS-CLNT-READ
       WRITE OUT-LINE FROM NO-CLNT-MESS
    END-IF.
    IF NOT WS-SREG-READ
       WRITE OUT-LINE FROM NO-SREG-MESS
    END-IF.
    IF NOT WS-LOG-READ
       WRITE OUT-LINE FROM NO-LOG-MESS
    END-IF.
    MOVE 'ARCHIVES READ FOR THE AVERAGE     ' TO CL-LABEL.
    MOVE WS-ARCH-READ TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.

*>one scheduled client against the check date: missing on an
*>expected day, or late for the last expected day before it, and
*>then the size of whatever did arrive
JUDGE-ONE-CLIENT.
    MOVE SC-CLIENT(WS-SC-SUB) TO AL-CLIENT.
    MOVE SC-NAME(WS-SC-SUB)   TO AL-NAME.
    MOVE 0 TO AL-DUE.
    MOVE 0 TO AL-RCVD.
    MOVE 0 TO AL-RECORDS.
    MOVE 0 TO AL-MIN.
    MOVE SPACE TO AL-DASH.
    MOVE 0 TO AL-MAX.
    MOVE 0 TO AL-AVG.
    IF SC-STATE(WS-SC-SUB) = 'U'
       MOVE 'NOT ON CLNT ' TO AL-TYPE
       WRITE OUT-LINE FROM ALERT-LINE
       ADD 1 TO WS-UNCHECKED-CT
       GO TO JUDGE-ONE-CLIENT-EXIT
    END-IF.
    IF SC-STATE(WS-SC-SUB) = 'R'
       MOVE 'RETIRED     ' TO AL-TYPE
       WRITE OUT-LINE FROM ALERT-LINE
       ADD 1 TO WS-UNCHECKED-CT
       GO TO JUDGE-ONE-CLIENT-EXIT
    END-IF.
    MOVE 1 TO WS-DY-SUB.
    PERFORM TEST-EXPECTED-DAY.
    IF WS-EXPECTED
       ADD 1 TO WS-EXPECTED-CT
       IF SC-RCV(WS-SC-SUB, 1) NOT = 'Y'
          MOVE 'MISSING     ' TO AL-TYPE
          MOVE DY-DATE(1) TO AL-DUE
          WRITE OUT-LINE FROM ALERT-LINE
          ADD 1 TO WS-MISSING-CT
          ADD 1 TO WS-ALERT-CT
       END-IF
    ELSE
       IF SC-RCV(WS-SC-SUB, 1) = 'Y'
          PERFORM JUDGE-LATE-FILE
       END-IF
    END-IF.
    IF SC-RCV(WS-SC-SUB, 1) = 'Y'
       PERFORM JUDGE-VOLUME THRU JUDGE-VOLUME-EXIT
    END-IF.
JUDGE-ONE-CLIENT-EXIT.
    EXIT.

*>an expected day is one of the client's weekdays that BUSCAL does
*>not call a shop holiday
TEST-EXPECTED-DAY.
    MOVE 'N' TO WS-EXPECT-SW.
    MOVE DY-POS(WS-DY-SUB) TO WS-POS.
    IF SC-DAY(WS-SC-SUB, WS-POS) = 'Y'
       AND DY-HOL(WS-DY-SUB) NOT = 'Y'
       SET WS-EXPECTED TO TRUE
    END-IF.

*>a file on a day it wasn't due is the last expected day's file
*>arriving late - when nothing came on that day or since
JUDGE-LATE-FILE.
    MOVE 0 TO WS-DUE-SUB.
    PERFORM FIND-LAST-DUE-DAY
        VARYING WS-DY-SUB FROM 2 BY 1
        UNTIL WS-DY-SUB > WS-DY-MAX OR WS-DUE-SUB > 0.
    IF WS-DUE-SUB > 0
       MOVE 'N' TO WS-EARLY-SW
       PERFORM CHECK-EARLIER-RECEIPT
           VARYING WS-DY-SUB FROM 2 BY 1
           UNTIL WS-DY-SUB > WS-DUE-SUB
       IF NOT WS-EARLY-RECEIPT
          MOVE 'LATE        ' TO AL-TYPE
          MOVE DY-DATE(WS-DUE-SUB) TO AL-DUE
          MOVE DY-DATE(1) TO AL-RCVD
          WRITE OUT-LINE FROM ALERT-LINE
          ADD 1 TO WS-LATE-CT
          ADD 1 TO WS-ALERT-CT
          MOVE 0 TO AL-DUE
       END-IF
    END-IF.

FIND-LAST-DUE-DAY.
    PERFORM TEST-EXPECTED-DAY.
    IF WS-EXPECTED
       MOVE WS-DY-SUB TO WS-DUE-SUB
    END-IF.

CHECK-EARLIER-RECEIPT.
    IF SC-RCV(WS-SC-SUB, WS-DY-SUB) = 'Y'
       SET WS-EARLY-RECEIPT TO TRUE
    END-IF.

*>the day's records against the schedule's range and against the
*>trailing average per submission day - a client with too few
*>days in the window is judged on its range alone
JUDGE-VOLUME.
    IF SC-LOG-VOL(WS-SC-SUB) > 0
       MOVE SC-LOG-VOL(WS-SC-SUB) TO WS-TODAY-VOL
    ELSE
       MOVE SC-REG-VOL(WS-SC-SUB) TO WS-TODAY-VOL
    END-IF.
    MOVE 0 TO WS-AVG-VOL.
    IF SC-HIST-DAYS(WS-SC-SUB) NOT < SP-MIN-DAYS
       COMPUTE WS-AVG-VOL ROUNDED
           = SC-HIST-VOL(WS-SC-SUB) / SC-HIST-DAYS(WS-SC-SUB)
    END-IF.
    MOVE 'N' TO WS-HIGH-SW.
    MOVE 'N' TO WS-LOW-SW.
    IF SC-MAX-VOL(WS-SC-SUB) > 0
       AND WS-TODAY-VOL > SC-MAX-VOL(WS-SC-SUB)
       SET WS-VOL-HIGH TO TRUE
    END-IF.
    IF WS-AVG-VOL > 0
       AND WS-TODAY-VOL > WS-AVG-VOL * SP-SPIKE
       SET WS-VOL-HIGH TO TRUE
    END-IF.
    IF SC-MIN-VOL(WS-SC-SUB) > 0
       AND WS-TODAY-VOL < SC-MIN-VOL(WS-SC-SUB)
       SET WS-VOL-LOW TO TRUE
    END-IF.
    IF WS-AVG-VOL > 0
       AND WS-TODAY-VOL < WS-AVG-VOL * SP-DROP
       SET WS-VOL-LOW TO TRUE
    END-IF.
    IF NOT WS-VOL-HIGH AND NOT WS-VOL-LOW
       GO TO JUDGE-VOLUME-EXIT
    END-IF.
    MOVE DY-DATE(1) TO AL-RCVD.
    MOVE WS-TODAY-VOL TO AL-RECORDS.
    MOVE SC-MIN-VOL(WS-SC-SUB) TO AL-MIN.
    MOVE SC-MAX-VOL(WS-SC-SUB) TO AL-MAX.
    IF SC-MIN-VOL(WS-SC-SUB) > 0 OR SC-MAX-VOL(WS-SC-SUB) > 0
       MOVE '-' TO AL-DASH
    END-IF.
    MOVE WS-AVG-VOL TO AL-AVG.
    IF WS-VOL-HIGH
       MOVE 'VOLUME HIGH ' TO AL-TYPE
       ADD 1 TO WS-SPIKE-CT
    ELSE
       MOVE 'VOLUME LOW  ' TO AL-TYPE
       ADD 1 TO WS-DROP-CT
    END-IF.
    WRITE OUT-LINE FROM ALERT-LINE.
    ADD 1 TO WS-ALERT-CT.
JUDGE-VOLUME-EXIT.
    EXIT.

*>the foot SQRTOPS reads back for its status page - the labels
*>are what it looks for, so they do not change
WRITE-CHECK-SUMMARY.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'CLIENTS ON THE SCHEDULE           ' TO CL-LABEL.
    MOVE WS-SC-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SCHEDULE LINES NOT CHECKED        ' TO CL-LABEL.
    MOVE WS-UNCHECKED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CLIENTS DUE ON THE CHECK DATE     ' TO CL-LABEL.
    MOVE WS-EXPECTED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'FILES MISSING                     ' TO CL-LABEL.
    MOVE WS-MISSING-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'FILES LATE                        ' TO CL-LABEL.
    MOVE WS-LATE-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'VOLUME SPIKES                     ' TO CL-LABEL.
    MOVE WS-SPIKE-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'VOLUME DROPS                      ' TO CL-LABEL.
    MOVE WS-DROP-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SCHEDULE ALERTS RAISED            ' TO CL-LABEL.
    MOVE WS-ALERT-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
