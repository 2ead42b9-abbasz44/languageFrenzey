*>thresholds, with a summary of how many shifted and by how much.
*>Condition code 4 when anything moved, so the sign-off is a
*>clean step completion instead of two printouts and a ruler.
*>Every completed comparison is also appended to the REGRHIST
*>register, so the audit report can tell which CALCCFG changes
*>were followed by a regression run and which were not.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT RUN-NO-FILE ASSIGN TO "RUNNOFIL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RNO-FILE-STATUS.
*>one line per completed comparison, appended forever
SELECT REGR-HIST-FILE ASSIGN TO "REGRHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RHST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "REGRRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.
    COPY "baserec.cpy".

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD REGR-PARM-FILE.
  01 regr-parm-line pic X(80).
FD RUN-NO-FILE.
  01 run-no-line pic X(06).

FD REGR-HIST-FILE.
  01 regr-hist-line pic X(50).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

77 LOG-FILE-STATUS   PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS   PIC X(02) VALUE SPACES.
77 RHST-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
   88 FILE-EOF                 VALUE 'Y'.
77 WS-RC             PIC 9(2) VALUE 0.
   02 WS-THIS-TIME   PIC 9(8) VALUE 0.

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.
77 WS-RUN-TIME  PIC 9(8) VALUE ZEROES.

COPY "regrhrec.cpy".

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(20) VALUE 'LARGEST Y MOVEMENT  '.
   02 MD-DELTA PIC 9(5).9(9).

01 RHST-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'REGRHIST COULD NOT BE WRITTEN - RUN NOT ON  '.
   02 FILLER PIC X(20) VALUE
      'THE AUDIT REGISTER  '.

01 NO-FILE-LINE.
   02 NF-NAME PIC X(8).
   02 FILLER PIC X(36) VALUE
PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM COMPARE-RUN-LINES.
    PERFORM COUNT-UNMATCHED-BASELINES.
    PERFORM WRITE-COMPARE-SUMMARY.
    PERFORM REGISTER-REGR-RUN THRU REGISTER-REGR-RUN-EXIT.

FINISH.

       OR WS-GONE-COUNT > 0
       MOVE 4 TO WS-RC
    END-IF.

*>a comparison that ran to the summary goes on the register,
*>whatever it found - a run that moved is still a run that was
*>made.  A register that cannot be written is said on the
*>report; the step's code stays the comparison's own, since the
*>sign-off reads it
REGISTER-REGR-RUN.
    OPEN EXTEND REGR-HIST-FILE.
    IF RHST-FILE-STATUS = '35'
       OPEN OUTPUT REGR-HIST-FILE
    END-IF.
    IF RHST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM RHST-FAIL-MESS
       GO TO REGISTER-REGR-RUN-EXIT
    END-IF.
    MOVE WS-RUN-DATE       TO RH-DATE.
    MOVE WS-RUN-TIME       TO RH-TIME.
    MOVE WS-TARGET-RUN-NO  TO RH-RUN-NO.
    MOVE WS-COMPARED-COUNT TO RH-COMPARED.
    MOVE WS-SHIFTED-COUNT  TO RH-SHIFTED.
    MOVE WS-RC             TO RH-RC.
    WRITE REGR-HIST-LINE FROM REGR-HIST-REC.
    IF RHST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM RHST-FAIL-MESS
    END-IF.
    CLOSE REGR-HIST-FILE.
REGISTER-REGR-RUN-EXIT.
    EXIT.
