IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtrfil.

*>report repository filing.  Every night SQRTRPT, SQRTREJ, EXPRPT,
*>RECONRPT and OPSRPT are cut as NEW datasets and the next night's
*>job replaces them, so a department asking for last month's
*>report for a particular run used to get nothing.  This program
*>runs once the night's reports are all written (after SQRTOPS),
*>takes the run number and run date off the last SQRTSTAT line,
*>and copies each report into the repository under that number -
*>one file per report per run, listed on the RPTDIR directory
*>(RPTDIR.CPY).  A rerun files over the run's earlier copies.
*>
*>Each report is kept for its own retention period - the days
*>below, or what the RPTRETN member says - counted from its run
*>date.  A filed report past its period is emptied and dropped
*>from the directory, so the repository holds what the shop has
*>agreed to keep and no more.  SQRTRPRT and the mathmenu past-run
*>option read the repository back by run number.  Condition code
*>4 when a report was not supplied to be filed, 8 when there is
*>no numbered run to file or the directory is past the table, 12
*>when a repository file or the directory could not be written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-STAT-FILE ASSIGN TO "SQRTSTAT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS STAT-FILE-STATUS.
*>retention days by report - absent, or silent on a report, the
*>defaults in REPORT-TYPE-VALUES stand, same optional pattern as
*>CALCCFG
SELECT RETN-PARM-FILE ASSIGN TO "RPTRETN"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT REPORT-DIR-FILE ASSIGN TO "RPTDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RDIR-FILE-STATUS.
*>one SELECT for the five reports and one for the repository,
*>named at run time - the report's DD name, and the filed copy's
*>name off the directory - the way SQRTLOGQ opens its archives
SELECT SOURCE-RPT-FILE ASSIGN TO WS-SOURCE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SRC-FILE-STATUS.
SELECT REPO-FILE ASSIGN TO WS-REPO-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS REPO-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "RFILRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-STAT-FILE.
  01 run-stat-line pic X(80).

FD RETN-PARM-FILE.
  01 retn-parm-line pic X(80).

FD REPORT-DIR-FILE.
  01 report-dir-line pic X(80).

FD SOURCE-RPT-FILE.
  01 source-rpt-line pic X(132).

FD REPO-FILE.
  01 repo-line pic X(132).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "statrec.cpy".
COPY "rptdir.cpy".

77 STAT-FILE-STATUS PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 RDIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 SRC-FILE-STATUS  PIC X(02) VALUE SPACES.
77 REPO-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.

*>the reports filed, the letter their repository files carry, and
*>the days each is kept unless RPTRETN says otherwise - the run's
*>results and rejects long enough for a department's year-end
*>questions, the operations pages for a quarter
01 REPORT-TYPE-VALUES.
   02 FILLER PIC X(13) VALUE 'SQRTRPT S0400'.
   02 FILLER PIC X(13) VALUE 'SQRTREJ J0400'.
   02 FILLER PIC X(13) VALUE 'EXPRPT  X0400'.
   02 FILLER PIC X(13) VALUE 'RECONRPTC0100'.
   02 FILLER PIC X(13) VALUE 'OPSRPT  O0100'.
01 REPORT-TYPE-TABLE REDEFINES REPORT-TYPE-VALUES.
   02 RT-ENTRY OCCURS 5 TIMES.
      03 RT-REPORT    PIC X(08).
      03 RT-LETTER    PIC X(01).
      03 RT-KEEP-DAYS PIC 9(04).
77 WS-RT-MAX     PIC 9(2) VALUE 5.
77 WS-RT-SUB     PIC 9(2) VALUE 0.
77 WS-RT-USE     PIC 9(2) VALUE 0.
*>a directory entry for a report no longer on the list above is
*>kept this long
77 WS-DEFAULT-KEEP PIC 9(4) VALUE 0400.
77 WS-KEEP-DAYS    PIC 9(4) VALUE 0.

*>one RPTRETN line - report DD name and days to keep it
01 RETN-PARM-REC.
   02 RP-REPORT    PIC X(08).
   02 FILLER       PIC X.
   02 RP-KEEP-DAYS PIC 9(04).

*>tonight's run, off the last SQRTSTAT line
77 WS-STAT-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-STAT-SEEN            VALUE 'Y'.
77 WS-FILE-RUN-NO  PIC 9(6) VALUE 0.
77 WS-FILE-RUN-DATE PIC 9(8) VALUE 0.

*>the directory as read, updated, and written back whole - D on
*>an entry past its retention, which is left off the rewrite
77 WS-DT-MAX     PIC 9(4) VALUE 2000.
77 WS-DT-CT      PIC 9(4) VALUE 0.
77 WS-DT-SUB     PIC 9(4) VALUE 0.
77 WS-DT-USE     PIC 9(4) VALUE 0.
77 WS-DT-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-DT-FULL              VALUE 'Y'.
01 REPORT-DIR-TABLE.
   02 DT-ENTRY OCCURS 2000 TIMES.
      03 DT-RUN-NO     PIC 9(06).
      03 DT-RUN-DATE   PIC 9(08).
      03 DT-REPORT     PIC X(08).
      03 DT-FILE       PIC X(08).
      03 DT-LINES      PIC 9(07).
      03 DT-FILED-DATE PIC 9(08).
      03 DT-DROP       PIC X(01).

77 WS-SOURCE-NAME  PIC X(08) VALUE SPACES.
01 WS-REPO-NAME.
   02 WS-REPO-PREFIX PIC X(01) VALUE 'R'.
   02 WS-REPO-LETTER PIC X(01) VALUE SPACE.
   02 WS-REPO-RUN    PIC 9(06) VALUE 0.
77 WS-COPY-CT      PIC 9(7) VALUE 0.
77 WS-WRITE-FAIL-SW PIC X(01) VALUE 'N'.
   88 WS-WRITE-FAILED         VALUE 'Y'.

*>a filed report's age in days - the same 30-day-month reckoning
*>the duplicate check's window uses
01 WS-TODAY        PIC 9(8) VALUE 0.
01 WS-TODAY-PARTS REDEFINES WS-TODAY.
   02 TD-YYYY PIC 9(4).
   02 TD-MM   PIC 9(2).
   02 TD-DD   PIC 9(2).
01 WS-FILED-RUN-DATE PIC 9(8) VALUE 0.
01 WS-FILED-PARTS REDEFINES WS-FILED-RUN-DATE.
   02 FR-YYYY PIC 9(4).
   02 FR-MM   PIC 9(2).
   02 FR-DD   PIC 9(2).
77 WS-AGE-DAYS     PIC S9(7) VALUE 0.

77 WS-FILED-CT     PIC 9(5) VALUE 0.
77 WS-MISSING-CT   PIC 9(5) VALUE 0.
77 WS-EXPIRED-CT   PIC 9(5) VALUE 0.
77 WS-HELD-CT      PIC 9(5) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'REPORT REPOSITORY FILING  '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 RUN-LINE.
   02 FILLER PIC X(11) VALUE 'RUN NUMBER '.
   02 RL-RUN-NO PIC 9(06).
   02 FILLER PIC X(11) VALUE '  RUN DATE '.
   02 RL-RUN-DATE PIC 9999/99/99.

01 FILED-HEADS.
   02 FILLER PIC X(12) VALUE 'ACTION      '.
   02 FILLER PIC X(10) VALUE 'REPORT    '.
   02 FILLER PIC X(10) VALUE 'FILED AS  '.
   02 FILLER PIC X(8)  VALUE '   RUN  '.
   02 FILLER PIC X(12) VALUE 'RUN DATE    '.
   02 FILLER PIC X(9)  VALUE '  LINES  '.
   02 FILLER PIC X(24) VALUE 'NOTE                    '.

01 FILED-LINE.
   02 FL-ACTION  PIC X(10).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-REPORT  PIC X(08).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-FILE    PIC X(08).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-RUN-NO  PIC ZZZZZ9.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-RUN-DATE PIC 9999/99/99 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-LINES   PIC ZZZZZZ9.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 FL-NOTE    PIC X(24).

77 WS-KEEP-X     PIC ZZZ9.

01 NO-RUN-MESS.
   02 FILLER PIC X(44) VALUE
      'NO NUMBERED RUN ON SQRTSTAT - NOTHING FILED '.

01 DIR-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'RPTDIR EXCEEDS TABLE - NOTHING FILED        '.

01 DIR-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'RPTDIR COULD NOT BE REWRITTEN - CHECK FILES '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    MOVE WS-RUN-DATE TO WS-TODAY.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-RETENTION.
    PERFORM READ-LAST-STAT-LINE.
    IF NOT WS-STAT-SEEN OR WS-FILE-RUN-NO = 0
       WRITE OUT-LINE FROM NO-RUN-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    MOVE WS-FILE-RUN-NO TO RL-RUN-NO.
    MOVE WS-FILE-RUN-DATE TO RL-RUN-DATE.
    WRITE OUT-LINE FROM RUN-LINE.
    PERFORM LOAD-REPORT-DIR.
    IF WS-DT-FULL
       WRITE OUT-LINE FROM DIR-FULL-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM FILED-HEADS.
    PERFORM FILE-ONE-REPORT THRU FILE-ONE-REPORT-EXIT
        VARYING WS-RT-SUB FROM 1 BY 1
        UNTIL WS-RT-SUB > WS-RT-MAX.
    PERFORM EXPIRE-ONE-ENTRY THRU EXPIRE-ONE-ENTRY-EXIT
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-CT.
    PERFORM REWRITE-REPORT-DIR THRU REWRITE-REPORT-DIR-EXIT.
    PERFORM WRITE-FILING-COUNTS.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

READ-RETENTION.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT RETN-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       PERFORM READ-ONE-RETENTION UNTIL FILE-EOF
       CLOSE RETN-PARM-FILE
    END-IF.

*>a mis-keyed day count must not turn into a garbage retention -
*>the line stands only when the days really are a number, and
*>never at zero, which would empty tonight's own filing tomorrow
READ-ONE-RETENTION.
    MOVE SPACES TO RETN-PARM-REC.
    READ RETN-PARM-FILE INTO RETN-PARM-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND RP-KEEP-DAYS NUMERIC AND RP-KEEP-DAYS > 0
       PERFORM FIND-REPORT-TYPE
       IF WS-RT-USE > 0
          MOVE RP-KEEP-DAYS TO RT-KEEP-DAYS(WS-RT-USE)
       END-IF
    END-IF.

FIND-REPORT-TYPE.
    MOVE 0 TO WS-RT-USE.
    PERFORM MATCH-REPORT-TYPE
        VARYING WS-RT-SUB FROM 1 BY 1
        UNTIL WS-RT-SUB > WS-RT-MAX.

MATCH-REPORT-TYPE.
    IF WS-RT-USE = 0 AND RT-REPORT(WS-RT-SUB) = RP-REPORT
       MOVE WS-RT-SUB TO WS-RT-USE
    END-IF.

*>the last line on SQRTSTAT is tonight's run - its number and date
*>are what the reports are filed under
READ-LAST-STAT-LINE.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT RUN-STAT-FILE.
    IF STAT-FILE-STATUS = '00'
       PERFORM READ-ONE-STAT-LINE UNTIL FILE-EOF
       CLOSE RUN-STAT-FILE
    END-IF.

READ-ONE-STAT-LINE.
    READ RUN-STAT-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE RUN-STAT-LINE TO RUN-STAT-REC
       SET WS-STAT-SEEN TO TRUE
       IF STAT-RUN-NO NUMERIC
          MOVE STAT-RUN-NO TO WS-FILE-RUN-NO
       ELSE
          MOVE 0 TO WS-FILE-RUN-NO
       END-IF
       IF STAT-DATE NUMERIC
          MOVE STAT-DATE TO WS-FILE-RUN-DATE
       ELSE
          MOVE WS-RUN-DATE TO WS-FILE-RUN-DATE
       END-IF
    END-IF.

*>no directory yet is an empty repository - the first night's
*>filing creates it
LOAD-REPORT-DIR.
    OPEN INPUT REPORT-DIR-FILE.
    IF RDIR-FILE-STATUS = '00'
       PERFORM LOAD-ONE-DIR-ENTRY
           UNTIL RDIR-FILE-STATUS NOT = '00' OR WS-DT-FULL
       CLOSE REPORT-DIR-FILE
    END-IF.

LOAD-ONE-DIR-ENTRY.
    MOVE SPACES TO REPORT-DIR-REC.
    READ REPORT-DIR-FILE INTO REPORT-DIR-REC
        AT END CONTINUE
    END-READ.
    IF RDIR-FILE-STATUS = '00' AND RD-FILE NOT = SPACES
       IF WS-DT-CT < WS-DT-MAX
          ADD 1 TO WS-DT-CT
          PERFORM TAKE-DIR-ENTRY
       ELSE
          SET WS-DT-FULL TO TRUE
       END-IF
    END-IF.

TAKE-DIR-ENTRY.
    IF RD-RUN-NO NUMERIC
       MOVE RD-RUN-NO TO DT-RUN-NO(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-RUN-NO(WS-DT-CT)
    END-IF.
    IF RD-RUN-DATE NUMERIC
       MOVE RD-RUN-DATE TO DT-RUN-DATE(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-RUN-DATE(WS-DT-CT)
    END-IF.
    MOVE RD-REPORT TO DT-REPORT(WS-DT-CT).
    MOVE RD-FILE   TO DT-FILE(WS-DT-CT).
    IF RD-LINES NUMERIC
       MOVE RD-LINES TO DT-LINES(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-LINES(WS-DT-CT)
    END-IF.
    IF RD-FILED-DATE NUMERIC
       MOVE RD-FILED-DATE TO DT-FILED-DATE(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-FILED-DATE(WS-DT-CT)
    END-IF.
    MOVE 'N' TO DT-DROP(WS-DT-CT).

*>one of the night's reports into the repository.  A report the
*>job didn't supply is said and skipped; a rerun's report goes
*>over the run's earlier copy and takes over its directory entry
FILE-ONE-REPORT.
    MOVE RT-REPORT(WS-RT-SUB) TO FL-REPORT.
    MOVE RT-REPORT(WS-RT-SUB) TO WS-SOURCE-NAME.
    MOVE RT-LETTER(WS-RT-SUB) TO WS-REPO-LETTER.
    MOVE WS-FILE-RUN-NO TO WS-REPO-RUN.
    MOVE WS-REPO-NAME TO FL-FILE.
    MOVE WS-FILE-RUN-NO TO FL-RUN-NO.
    MOVE WS-FILE-RUN-DATE TO FL-RUN-DATE.
    MOVE 0 TO FL-LINES.
    OPEN INPUT SOURCE-RPT-FILE.
    IF SRC-FILE-STATUS NOT = '00'
       MOVE 'NOT FILED ' TO FL-ACTION
       MOVE 'NOT SUPPLIED            ' TO FL-NOTE
       WRITE OUT-LINE FROM FILED-LINE
       ADD 1 TO WS-MISSING-CT
       IF WS-RC < 4
          MOVE 4 TO WS-RC
       END-IF
       GO TO FILE-ONE-REPORT-EXIT
    END-IF.
    MOVE 0 TO WS-DT-USE.
    PERFORM MATCH-DIR-ENTRY
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-CT.
    IF WS-DT-USE = 0 AND WS-DT-CT >= WS-DT-MAX
       CLOSE SOURCE-RPT-FILE
       MOVE 'NOT FILED ' TO FL-ACTION
       MOVE 'RPTDIR TABLE FULL       ' TO FL-NOTE
       WRITE OUT-LINE FROM FILED-LINE
       MOVE 8 TO WS-RC
       GO TO FILE-ONE-REPORT-EXIT
    END-IF.
    OPEN OUTPUT REPO-FILE.
    IF REPO-FILE-STATUS NOT = '00'
       CLOSE SOURCE-RPT-FILE
       MOVE 'NOT FILED ' TO FL-ACTION
       MOVE 'REPOSITORY NOT WRITTEN  ' TO FL-NOTE
       WRITE OUT-LINE FROM FILED-LINE
       MOVE 12 TO WS-RC
       GO TO FILE-ONE-REPORT-EXIT
    END-IF.
    MOVE 0 TO WS-COPY-CT.
    MOVE 'N' TO WS-EOF-SW.
    MOVE 'N' TO WS-WRITE-FAIL-SW.
    PERFORM COPY-ONE-LINE UNTIL FILE-EOF.
    CLOSE SOURCE-RPT-FILE.
    CLOSE REPO-FILE.
*>a copy cut short is no copy - it goes on the directory neither
*>as tonight's nor, once written over, as the run's earlier one
    IF WS-WRITE-FAILED
       IF WS-DT-USE > 0
          MOVE 'D' TO DT-DROP(WS-DT-USE)
       END-IF
       MOVE 'NOT FILED ' TO FL-ACTION
       MOVE WS-COPY-CT TO FL-LINES
       MOVE 'REPOSITORY WRITE FAILED ' TO FL-NOTE
       WRITE OUT-LINE FROM FILED-LINE
       MOVE 12 TO WS-RC
       GO TO FILE-ONE-REPORT-EXIT
    END-IF.
    IF WS-DT-USE = 0
       ADD 1 TO WS-DT-CT
       MOVE WS-DT-CT TO WS-DT-USE
    END-IF.
    MOVE WS-FILE-RUN-NO TO DT-RUN-NO(WS-DT-USE).
    MOVE WS-FILE-RUN-DATE TO DT-RUN-DATE(WS-DT-USE).
    MOVE RT-REPORT(WS-RT-SUB) TO DT-REPORT(WS-DT-USE).
    MOVE WS-REPO-NAME TO DT-FILE(WS-DT-USE).
    MOVE WS-COPY-CT TO DT-LINES(WS-DT-USE).
    MOVE WS-RUN-DATE TO DT-FILED-DATE(WS-DT-USE).
    MOVE 'N' TO DT-DROP(WS-DT-USE).
    MOVE 'FILED     ' TO FL-ACTION.
    MOVE WS-COPY-CT TO FL-LINES.
    MOVE RT-KEEP-DAYS(WS-RT-SUB) TO WS-KEEP-X.
    MOVE SPACES TO FL-NOTE.
    STRING 'KEPT ' WS-KEEP-X ' DAYS'
        DELIMITED BY SIZE INTO FL-NOTE.
    WRITE OUT-LINE FROM FILED-LINE.
    ADD 1 TO WS-FILED-CT.
FILE-ONE-REPORT-EXIT.
    EXIT.

MATCH-DIR-ENTRY.
    IF WS-DT-USE = 0
       AND DT-RUN-NO(WS-DT-SUB) = WS-FILE-RUN-NO
       AND DT-REPORT(WS-DT-SUB) = RT-REPORT(WS-RT-SUB)
       MOVE WS-DT-SUB TO WS-DT-USE
    END-IF.

COPY-ONE-LINE.
    READ SOURCE-RPT-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       WRITE REPO-LINE FROM SOURCE-RPT-LINE
       IF REPO-FILE-STATUS NOT = '00'
          SET WS-WRITE-FAILED TO TRUE
          SET FILE-EOF TO TRUE
       ELSE
          ADD 1 TO WS-COPY-CT
       END-IF
    END-IF.

*>a filed report past its retention is emptied and left off the
*>directory.  Tonight's run is never expired, whatever its date
EXPIRE-ONE-ENTRY.
    IF DT-RUN-NO(WS-DT-SUB) = WS-FILE-RUN-NO
       OR DT-RUN-DATE(WS-DT-SUB) = 0
       GO TO EXPIRE-ONE-ENTRY-EXIT
    END-IF.
    MOVE DT-REPORT(WS-DT-SUB) TO RP-REPORT.
    PERFORM FIND-REPORT-TYPE.
    IF WS-RT-USE > 0
       MOVE RT-KEEP-DAYS(WS-RT-USE) TO WS-KEEP-DAYS
    ELSE
       MOVE WS-DEFAULT-KEEP TO WS-KEEP-DAYS
    END-IF.
    MOVE DT-RUN-DATE(WS-DT-SUB) TO WS-FILED-RUN-DATE.
    COMPUTE WS-AGE-DAYS
        = (TD-YYYY - FR-YYYY) * 365
        + (TD-MM - FR-MM) * 30
        + (TD-DD - FR-DD).
    IF WS-AGE-DAYS NOT > WS-KEEP-DAYS
       GO TO EXPIRE-ONE-ENTRY-EXIT
    END-IF.
    MOVE 'D' TO DT-DROP(WS-DT-SUB).
    MOVE DT-FILE(WS-DT-SUB) TO WS-REPO-NAME.
    OPEN OUTPUT REPO-FILE.
    IF REPO-FILE-STATUS = '00'
       CLOSE REPO-FILE
    END-IF.
    MOVE 'EXPIRED   ' TO FL-ACTION.
    MOVE DT-REPORT(WS-DT-SUB) TO FL-REPORT.
    MOVE DT-FILE(WS-DT-SUB) TO FL-FILE.
    MOVE DT-RUN-NO(WS-DT-SUB) TO FL-RUN-NO.
    MOVE DT-RUN-DATE(WS-DT-SUB) TO FL-RUN-DATE.
    MOVE DT-LINES(WS-DT-SUB) TO FL-LINES.
    MOVE WS-KEEP-DAYS TO WS-KEEP-X.
    MOVE SPACES TO FL-NOTE.
    STRING 'PAST ' WS-KEEP-X ' DAYS'
        DELIMITED BY SIZE INTO FL-NOTE.
    WRITE OUT-LINE FROM FILED-LINE.
    ADD 1 TO WS-EXPIRED-CT.
EXPIRE-ONE-ENTRY-EXIT.
    EXIT.

*>the directory back out whole, expired entries left off
REWRITE-REPORT-DIR.
    OPEN OUTPUT REPORT-DIR-FILE.
    IF RDIR-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM DIR-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO REWRITE-REPORT-DIR-EXIT
    END-IF.
    MOVE 'N' TO WS-WRITE-FAIL-SW.
    PERFORM WRITE-ONE-DIR-ENTRY
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-CT OR WS-WRITE-FAILED.
    CLOSE REPORT-DIR-FILE.
    IF WS-WRITE-FAILED
       WRITE OUT-LINE FROM DIR-FAIL-MESS
       MOVE 12 TO WS-RC
    END-IF.
REWRITE-REPORT-DIR-EXIT.
    EXIT.

WRITE-ONE-DIR-ENTRY.
    IF DT-DROP(WS-DT-SUB) NOT = 'D'
       MOVE SPACES TO REPORT-DIR-REC
       MOVE DT-RUN-NO(WS-DT-SUB)     TO RD-RUN-NO
       MOVE DT-RUN-DATE(WS-DT-SUB)   TO RD-RUN-DATE
       MOVE DT-REPORT(WS-DT-SUB)     TO RD-REPORT
       MOVE DT-FILE(WS-DT-SUB)       TO RD-FILE
       MOVE DT-LINES(WS-DT-SUB)      TO RD-LINES
       MOVE DT-FILED-DATE(WS-DT-SUB) TO RD-FILED-DATE
       WRITE REPORT-DIR-LINE FROM REPORT-DIR-REC
       IF RDIR-FILE-STATUS NOT = '00'
          SET WS-WRITE-FAILED TO TRUE
       ELSE
          ADD 1 TO WS-HELD-CT
       END-IF
    END-IF.

WRITE-FILING-COUNTS.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'REPORTS FILED FOR THIS RUN        ' TO CL-LABEL.
    MOVE WS-FILED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'REPORTS NOT SUPPLIED              ' TO CL-LABEL.
    MOVE WS-MISSING-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'REPORTS EXPIRED AND RELEASED      ' TO CL-LABEL.
    MOVE WS-EXPIRED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'REPORTS HELD IN THE REPOSITORY    ' TO CL-LABEL.
    MOVE WS-HELD-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
