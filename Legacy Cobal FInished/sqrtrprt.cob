IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtrprt.

*>reprint of a past run's reports out of the report repository.
*>SQRTRFIL files each night's SQRTRPT, SQRTREJ, EXPRPT, RECONRPT
*>and OPSRPT under the run number; this job takes a run number and
*>a report off RPRTPARM and prints the filed copy again on RPRTOUT
*>- every report filed for the run when no report is named, the
*>newest run filed when no run is.  It is run for an operator on
*>OPERPROF and shows only what that operator's department may
*>see, by the same rules the mathmenu viewers apply: a *ALL*
*>supervisor gets the reports whole, anyone else only their own
*>department's detail lines of the results and reject reports,
*>and none of the run-level reconciliation and operations pages.
*>Each reprint goes on OPERLOG (result P, the report's name in the
*>client column) so the audit report shows who asked for what.
*>Condition code 4 when something asked for is not in the
*>repository or not available to the department, 8 when there is
*>no operator to run it for or no repository to read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RPRT-PARM-FILE ASSIGN TO "RPRTPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT OPER-PROF-FILE ASSIGN TO "OPERPROF"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PROF-FILE-STATUS.
SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS OLOG-FILE-STATUS.
SELECT REPORT-DIR-FILE ASSIGN TO "RPTDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RDIR-FILE-STATUS.
*>the filed copy, named off its directory entry at run time
SELECT REPO-FILE ASSIGN TO WS-REPO-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS REPO-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "RPRTOUT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RPRT-PARM-FILE.
  01 rprt-parm-line pic X(80).

FD OPER-PROF-FILE.
  01 oper-prof-line pic X(80).

FD OPER-LOG-FILE.
  01 oper-log-line pic X(40).

FD REPORT-DIR-FILE.
  01 report-dir-line pic X(80).

FD REPO-FILE.
  01 repo-line pic X(132).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "rptdir.cpy".

77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 PROF-FILE-STATUS PIC X(02) VALUE SPACES.
77 OLOG-FILE-STATUS PIC X(02) VALUE SPACES.
77 RDIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 REPO-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
77 WS-RUN-TIME      PIC 9(8) VALUE ZEROES.

*>run number (zero = the newest filed), report DD name (blank =
*>all the run's reports), and the operator it is reprinted for
01 RPRT-PARM-REC.
   02 RQ-RUN-NO   PIC 9(06).
   02 FILLER      PIC X.
   02 RQ-REPORT   PIC X(08).
   02 FILLER      PIC X.
   02 RQ-OPER     PIC X(08).
77 WS-WANT-RUN-NO PIC 9(6) VALUE 0.

*>the operator profile line, as mathmenu reads it
01 OPER-PROF-REC.
   02 OPR-ID      PIC X(08).
   02 FILLER      PIC X.
   02 OPR-DEPT    PIC X(08).
   02 FILLER      PIC X.
   02 OPR-OPTIONS PIC X(15).
77 WS-OP-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-OP-FOUND              VALUE 'Y'.
77 WS-OPER-DEPT   PIC X(08) VALUE SPACES.
77 WS-SEE-ALL-SW  PIC X(01) VALUE 'N'.
   88 WS-SEES-ALL-DEPTS        VALUE 'Y'.

*>one OPERLOG line - the sign-on log's layout
01 OPER-LOG-REC.
   02 OL-DATE   PIC 9(8).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-TIME   PIC 9(8).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-ID     PIC X(8).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-RESULT PIC X(1).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-CLIENT PIC X(8).

*>the run's filed reports off the directory.  Asked for the
*>newest run, the list starts over each time a higher run number
*>turns up, so one pass leaves the newest run's reports
77 WS-RR-MAX    PIC 9(2) VALUE 20.
77 WS-RR-CT     PIC 9(2) VALUE 0.
77 WS-RR-SUB    PIC 9(2) VALUE 0.
77 WS-BEST-RUN  PIC 9(6) VALUE 0.
01 RUN-REPORT-TABLE.
   02 RR-ENTRY OCCURS 20 TIMES.
      03 RR-RUN-NO   PIC 9(06).
      03 RR-RUN-DATE PIC 9(08).
      03 RR-REPORT   PIC X(08).
      03 RR-FILE     PIC X(08).

77 WS-REPO-NAME    PIC X(08) VALUE SPACES.
77 WS-VIEW-REPORT  PIC X(08) VALUE SPACES.
77 WS-SHOWN-CT     PIC 9(7) VALUE 0.
77 WS-REPRINT-CT   PIC 9(5) VALUE 0.
77 WS-REFUSED-CT   PIC 9(5) VALUE 0.
77 WS-GONE-CT      PIC 9(5) VALUE 0.

*>department restriction - the mathmenu viewer's rule
77 WS-LINE-VIS-SW PIC X(01) VALUE 'Y'.
   88 WS-LINE-VISIBLE           VALUE 'Y'.
77 WS-INV-TALLY   PIC 9(3) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'PAST RUN REPORT REPRINT   '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 FOR-LINE.
   02 FILLER PIC X(13) VALUE 'OPERATOR     '.
   02 FO-OPER PIC X(08).
   02 FILLER PIC X(13) VALUE '  DEPARTMENT '.
   02 FO-DEPT PIC X(08).

01 REPRINT-BANNER.
   02 FILLER PIC X(12) VALUE '*** REPRINT '.
   02 RB-REPORT PIC X(08).
   02 FILLER PIC X(5) VALUE ' RUN '.
   02 RB-RUN-NO PIC 9(06).
   02 FILLER PIC X(4) VALUE ' OF '.
   02 RB-RUN-DATE PIC 9999/99/99.
   02 FILLER PIC X(4) VALUE ' ***'.

01 REPRINT-END-LINE.
   02 FILLER PIC X(19) VALUE '*** END OF REPRINT '.
   02 RE-REPORT PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RE-COUNT PIC ZZZZZZ9.
   02 FILLER PIC X(17) VALUE ' LINES SHOWN *** '.

01 REPORT-NOTE-LINE.
   02 RN-REPORT PIC X(08).
   02 FILLER PIC X(5) VALUE ' RUN '.
   02 RN-RUN-NO PIC 9(06).
   02 FILLER PIC X(3) VALUE ' - '.
   02 RN-TEXT PIC X(40).

01 NO-PARM-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RPRTPARM OPERATOR - NOTHING REPRINTED    '.

01 NO-OPER-MESS.
   02 FILLER PIC X(44) VALUE
      'OPERATOR NOT ON OPERPROF - NOTHING REPRINTED'.

01 NO-DIR-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RPTDIR REPOSITORY - NOTHING REPRINTED    '.

01 NOT-FILED-MESS.
   02 FILLER PIC X(44) VALUE
      'RUN/REPORT NOT IN THE REPOSITORY            '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-REPRINT-PARMS.
    IF RQ-OPER = SPACES
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM FIND-OPERATOR.
    IF NOT WS-OP-FOUND
       WRITE OUT-LINE FROM NO-OPER-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    MOVE RQ-OPER TO FO-OPER.
    MOVE WS-OPER-DEPT TO FO-DEPT.
    WRITE OUT-LINE FROM FOR-LINE.
    PERFORM FIND-RUN-REPORTS THRU FIND-RUN-REPORTS-EXIT.
    IF RDIR-FILE-STATUS = '35'
       WRITE OUT-LINE FROM NO-DIR-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    IF WS-RR-CT = 0
       WRITE OUT-LINE FROM NOT-FILED-MESS
       MOVE 4 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM REPRINT-ONE-REPORT THRU REPRINT-ONE-REPORT-EXIT
        VARYING WS-RR-SUB FROM 1 BY 1
        UNTIL WS-RR-SUB > WS-RR-CT.
    PERFORM WRITE-REPRINT-COUNTS.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

READ-REPRINT-PARMS.
    MOVE SPACES TO RPRT-PARM-REC.
    OPEN INPUT RPRT-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ RPRT-PARM-FILE INTO RPRT-PARM-REC
           AT END CONTINUE
       END-READ
       CLOSE RPRT-PARM-FILE
    END-IF.
    IF RQ-RUN-NO NUMERIC
       MOVE RQ-RUN-NO TO WS-WANT-RUN-NO
    ELSE
       MOVE 0 TO WS-WANT-RUN-NO
    END-IF.

FIND-OPERATOR.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT OPER-PROF-FILE.
    IF PROF-FILE-STATUS = '00'
       PERFORM READ-ONE-PROFILE UNTIL FILE-EOF OR WS-OP-FOUND
       CLOSE OPER-PROF-FILE
    END-IF.

READ-ONE-PROFILE.
    READ OPER-PROF-FILE INTO OPER-PROF-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND OPR-ID = RQ-OPER
       SET WS-OP-FOUND TO TRUE
       MOVE OPR-DEPT TO WS-OPER-DEPT
       IF WS-OPER-DEPT = '*ALL*   '
          SET WS-SEES-ALL-DEPTS TO TRUE
       END-IF
    END-IF.

FIND-RUN-REPORTS.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT REPORT-DIR-FILE.
    IF RDIR-FILE-STATUS NOT = '00'
       MOVE '35' TO RDIR-FILE-STATUS
       GO TO FIND-RUN-REPORTS-EXIT
    END-IF.
    PERFORM TAKE-ONE-DIR-ENTRY UNTIL FILE-EOF.
    CLOSE REPORT-DIR-FILE.
FIND-RUN-REPORTS-EXIT.
    EXIT.

TAKE-ONE-DIR-ENTRY.
    MOVE SPACES TO REPORT-DIR-REC.
    READ REPORT-DIR-FILE INTO REPORT-DIR-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF OR RD-RUN-NO NOT NUMERIC OR RD-FILE = SPACES
       CONTINUE
    ELSE
       IF RQ-REPORT = SPACES OR RD-REPORT = RQ-REPORT
          IF WS-WANT-RUN-NO = 0
             IF RD-RUN-NO > WS-BEST-RUN
                MOVE RD-RUN-NO TO WS-BEST-RUN
                MOVE 0 TO WS-RR-CT
             END-IF
             IF RD-RUN-NO = WS-BEST-RUN
                PERFORM KEEP-RUN-REPORT
             END-IF
          ELSE
             IF RD-RUN-NO = WS-WANT-RUN-NO
                PERFORM KEEP-RUN-REPORT
             END-IF
          END-IF
       END-IF
    END-IF.

KEEP-RUN-REPORT.
    IF WS-RR-CT < WS-RR-MAX
       ADD 1 TO WS-RR-CT
       MOVE RD-RUN-NO   TO RR-RUN-NO(WS-RR-CT)
       MOVE RD-RUN-DATE TO RR-RUN-DATE(WS-RR-CT)
       MOVE RD-REPORT   TO RR-REPORT(WS-RR-CT)
       MOVE RD-FILE     TO RR-FILE(WS-RR-CT)
    END-IF.

*>one filed report back out, cut down to what the operator's
*>department may see.  The run-level reconciliation and
*>operations pages carry no department and go to supervisors only
REPRINT-ONE-REPORT.
    MOVE RR-REPORT(WS-RR-SUB) TO WS-VIEW-REPORT.
    MOVE RR-REPORT(WS-RR-SUB) TO RN-REPORT.
    MOVE RR-RUN-NO(WS-RR-SUB) TO RN-RUN-NO.
    IF NOT WS-SEES-ALL-DEPTS
       AND (WS-VIEW-REPORT = 'RECONRPT' OR WS-VIEW-REPORT = 'OPSRPT')
       MOVE 'NOT AVAILABLE TO THIS DEPARTMENT' TO RN-TEXT
       WRITE OUT-LINE FROM REPORT-NOTE-LINE
       ADD 1 TO WS-REFUSED-CT
       IF WS-RC < 4
          MOVE 4 TO WS-RC
       END-IF
       GO TO REPRINT-ONE-REPORT-EXIT
    END-IF.
    MOVE RR-FILE(WS-RR-SUB) TO WS-REPO-NAME.
    OPEN INPUT REPO-FILE.
    IF REPO-FILE-STATUS NOT = '00'
       MOVE 'FILED COPY NO LONGER ON FILE' TO RN-TEXT
       WRITE OUT-LINE FROM REPORT-NOTE-LINE
       ADD 1 TO WS-GONE-CT
       IF WS-RC < 4
          MOVE 4 TO WS-RC
       END-IF
       GO TO REPRINT-ONE-REPORT-EXIT
    END-IF.
    MOVE WS-VIEW-REPORT TO RB-REPORT.
    MOVE RR-RUN-NO(WS-RR-SUB) TO RB-RUN-NO.
    MOVE RR-RUN-DATE(WS-RR-SUB) TO RB-RUN-DATE.
    WRITE OUT-LINE FROM REPRINT-BANNER.
    MOVE 0 TO WS-SHOWN-CT.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM REPRINT-ONE-LINE UNTIL FILE-EOF.
    CLOSE REPO-FILE.
    MOVE WS-VIEW-REPORT TO RE-REPORT.
    MOVE WS-SHOWN-CT TO RE-COUNT.
    WRITE OUT-LINE FROM REPRINT-END-LINE.
    ADD 1 TO WS-REPRINT-CT.
    PERFORM LOG-REPRINT.
REPRINT-ONE-REPORT-EXIT.
    EXIT.

REPRINT-ONE-LINE.
    READ REPO-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       PERFORM TEST-REPORT-LINE-VISIBLE
       IF WS-LINE-VISIBLE
          WRITE OUT-LINE FROM REPO-LINE
          ADD 1 TO WS-SHOWN-CT
       END-IF
    END-IF.

*>which lines this operator may see - the mathmenu viewer's rule,
*>column for column.  On the results reports (SQRTRPT, EXPRPT) a
*>detail line - INVALID INPUT, or the NUMBER column's decimal
*>point in column 14 - and a CLIENT trailer line must carry the
*>operator's department at the column the batch reader prints it
*>(64-71 on a result, 55-62 on INVALID INPUT, 9-16 on the
*>trailer); on SQRTREJ every line is a rejected record with its
*>client at columns 22-29
TEST-REPORT-LINE-VISIBLE.
    MOVE 'Y' TO WS-LINE-VIS-SW.
    IF WS-SEES-ALL-DEPTS
       CONTINUE
    ELSE
       IF WS-VIEW-REPORT = 'SQRTREJ '
          IF REPO-LINE(22:8) NOT = WS-OPER-DEPT
             MOVE 'N' TO WS-LINE-VIS-SW
          END-IF
       ELSE
          MOVE 0 TO WS-INV-TALLY
          INSPECT REPO-LINE
              TALLYING WS-INV-TALLY FOR ALL 'INVALID INPUT'
          EVALUATE TRUE
              WHEN REPO-LINE(1:8) = 'CLIENT  '
                   IF REPO-LINE(9:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN WS-INV-TALLY > 0
                   IF REPO-LINE(55:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN REPO-LINE(14:1) = '.'
                   AND REPO-LINE(13:1) NUMERIC
                   IF REPO-LINE(64:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN OTHER
                   CONTINUE
          END-EVALUATE
       END-IF
    END-IF.

*>who reprinted which report, on the sign-on log the audit report
*>reads - result P, the report's name where a client would go
LOG-REPRINT.
    OPEN EXTEND OPER-LOG-FILE.
    IF OLOG-FILE-STATUS = '35'
       OPEN OUTPUT OPER-LOG-FILE
    END-IF.
    IF OLOG-FILE-STATUS = '00'
       MOVE WS-RUN-DATE TO OL-DATE
       ACCEPT WS-RUN-TIME FROM TIME
       MOVE WS-RUN-TIME TO OL-TIME
       MOVE RQ-OPER TO OL-ID
       MOVE 'P' TO OL-RESULT
       MOVE WS-VIEW-REPORT TO OL-CLIENT
       WRITE OPER-LOG-LINE FROM OPER-LOG-REC
       CLOSE OPER-LOG-FILE
    END-IF.

WRITE-REPRINT-COUNTS.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'REPORTS REPRINTED                 ' TO CL-LABEL.
    MOVE WS-REPRINT-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'NOT AVAILABLE TO THIS DEPARTMENT  ' TO CL-LABEL.
    MOVE WS-REFUSED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'FILED COPIES NO LONGER ON FILE    ' TO CL-LABEL.
    MOVE WS-GONE-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
