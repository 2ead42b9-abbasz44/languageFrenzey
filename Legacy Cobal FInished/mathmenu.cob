SELECT CALC-CONFIG-FILE ASSIGN TO "CALCCFG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CFG-FILE-STATUS.
*>per-client calculation profiles - the signed-on department's
*>tolerance, cap, decimals and rounding rule, as the night run
*>applies them to its records; optional, like CALCCFG
SELECT CALC-PROF-FILE ASSIGN TO "CALCPROF"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CPRF-FILE-STATUS.
*>the latest batch report and the audit trail, readable from the
*>menu so the clerks who review results never need editor access
*>to production files.  Option 12 points the same viewer at a
*>past run's copy out of the report repository by its file name
SELECT REPORT-IN-FILE ASSIGN TO WS-RPTIN-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPTIN-FILE-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO "SQRTLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PROF-FILE-STATUS.
*>sign-on log, appended forever - every attempt, granted or
*>refused, with the id it was made under, and every transaction
*>the entry option adds, with the client it was booked to
SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS OLOG-FILE-STATUS.
SELECT MENU-SERL-FILE ASSIGN TO "MENUSERL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS MSER-FILE-STATUS.
*>the held-transaction queue the batch readers fill with a
*>client's records past its monthly quota - listed and released
*>from here, and picked up by the next night's ordering pass
SELECT HELD-FILE ASSIGN TO "HELDFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HELD-FILE-STATUS.
*>the report repository's directory SQRTRFIL keeps - which run's
*>reports are filed under which repository file
SELECT REPORT-DIR-FILE ASSIGN TO "RPTDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RDIR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*>widened from X(80) when the report and log viewers came in -
*>a clerk reviewing results needs the client, iteration, and
*>status columns at the far right, not a display chopped at 80;
*>and again to the log line's full 160 once the calculation
*>profile columns were carried at its end
FD STANDARD-OUTPUT.
  01 out-line pic X(160).

FD CALC-CONFIG-FILE.
    COPY "cfgrec.cpy".

FD CALC-PROF-FILE.
    COPY "profrec.cpy".

FD REPORT-IN-FILE.
  01 report-in-line pic X(132).

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD OPER-PROF-FILE.
  01 oper-prof-line pic X(80).
FD MENU-SERL-FILE.
  01 menu-serl-line pic X(06).

FD HELD-FILE.
  01 held-line pic X(120).

FD REPORT-DIR-FILE.
  01 report-dir-line pic X(80).

*>single entry point for every math function in this shop - pick a
*>function off the menu instead of remembering a different program
*>name for each one

*>sign-on against the operator profile file.  One record per
*>operator:  id, the department their work is attributed to, and
*>one Y/N per menu option in option-number order (the ninth, exit,
*>is never checked; options past it follow on from the tenth
*>column, blank on older profiles and so refused until granted).
*>A department of *ALL* marks a supervisor who sees every
*>department's report and log lines, held items and submissions;
*>everyone else sees only their own on options 6, 7, 10, 11 and
*>12 (and none of the run-level RECONRPT and OPSRPT pages on 12)
77 PROF-FILE-STATUS PIC X(02) VALUE SPACES.
77 OLOG-FILE-STATUS PIC X(02) VALUE SPACES.
01 OPER-PROF-REC.
   02 FILLER      PIC X.
   02 OPR-DEPT    PIC X(08).
   02 FILLER      PIC X.
   02 OPR-OPTIONS PIC X(15).
77 WS-OP-MAX    PIC 9(2) VALUE 50.
77 WS-OP-CT     PIC 9(2) VALUE 0.
77 WS-OP-SUB    PIC 9(2) VALUE 0.
   02 OP-ENTRY OCCURS 50 TIMES.
      03 OP-ID      PIC X(08).
      03 OP-DEPT    PIC X(08).
      03 OP-OPTIONS PIC X(15).

*>who is signed on - their department rides every audit line this
*>session writes, so interactive work stops logging unattributed
   88 WS-SIGNED-ON             VALUE 'Y'.
77 WS-OPERATOR-ID PIC X(08) VALUE SPACES.
77 WS-OPER-DEPT   PIC X(08) VALUE SPACES.
77 WS-OPER-OPTIONS PIC X(15) VALUE SPACES.
77 WS-SEE-ALL-SW  PIC X(01) VALUE 'N'.
   88 WS-SEES-ALL-DEPTS        VALUE 'Y'.
77 WS-TRY-COUNT   PIC 9(1) VALUE 0.
   88 WS-LINE-VISIBLE           VALUE 'Y'.
77 WS-INV-TALLY   PIC 9(3) VALUE 0.

*>one sign-on log line per attempt - S granted, F refused - and
*>a T line per transaction keyed on option 8, naming the client,
*>so the audit report can set who entered work for a department
*>beside who changed that department's entitlements
01 OPER-LOG-REC.
   02 OL-DATE   PIC 9(8).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-ID     PIC X(8).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-RESULT PIC X(1).
   02 FILLER    PIC X VALUE SPACE.
   02 OL-CLIENT PIC X(8).

*>the audit line this menu now writes for every computation, the
*>same SQRTLOG layout the batch readers append - run number zero,
      03 CM-AUTH-EXP  PIC X(01).
      03 CM-AUTH-POW  PIC X(01).
      03 CM-STATUS    PIC X(01).
      03 CM-NEG-ROOTS PIC X(01).

*>whether a root of a negative value may go ahead for the client
*>in WS-ENT-CLIENT at the degree in WS-NEG-DEGREE - the same
*>CLNT-NEG-ROOTS rule the batch readers apply: blank or C
*>computes, R computes only the odd (real) roots, N declines
*>every negative as before
77 WS-NEG-ROOT-OPT   PIC X(01) VALUE 'C'.
77 WS-NEG-DEGREE     PIC 9(02) VALUE 0.
77 WS-DEG-HALF       PIC 9(02) VALUE 0.
77 WS-DEG-ODD        PIC 9(01) VALUE 0.
77 WS-NEG-OK-SW      PIC X(01) VALUE 'Y'.
   88 WS-NEG-ROOT-OK           VALUE 'Y'.

*>one keyed transaction's entries and edits - the value comes in
*>as plain characters and is taken apart by the same grammar the
   88 WS-SERL-GOOD             VALUE 'Y'.

*>same invalid-input detection sqrtbaby.cob/sqrtbabyex.cob use -
*>a non-numeric, zero, or (outside the roots) negative entry is
*>reported on ERROR-MESS instead of being silently run through
*>calculatorbaby
77 WS-VALID-SW      PIC X(01) VALUE 'Y'.
   88 WS-VALID-INPUT           VALUE 'Y'.
   88 WS-INVALID-INPUT         VALUE 'N'.

*>the choice is keyed as characters and settled into WS-CHOICE
*>by hand, now that the menu runs past nine - a one-digit pick
*>arrives left-justified and blank-padded
77 WS-CHOICE-RAW PIC X(02) VALUE SPACES.
77 WS-CHOICE  PIC 9(02) VALUE 0.
   88 WS-CHOICE-SQRT           VALUE 1.
   88 WS-CHOICE-NTHROOT        VALUE 2.
   88 WS-CHOICE-LOG            VALUE 3.
   88 WS-CHOICE-BROWSELOG      VALUE 7.
   88 WS-CHOICE-ENTRY          VALUE 8.
   88 WS-CHOICE-QUIT           VALUE 9.
   88 WS-CHOICE-HELD           VALUE 10.
   88 WS-CHOICE-SUBINQ         VALUE 11.
   88 WS-CHOICE-PASTRPT        VALUE 12.

77 RPTIN-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-RPTIN-NAME     PIC X(08) VALUE 'SQRTRPT'.
*>the report being viewed, by DD name - the reject report's lines
*>carry their client at a different column from the results'
77 WS-VIEW-REPORT    PIC X(08) VALUE 'SQRTRPT'.
77 LOG-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
   88 FILE-EOF                 VALUE 'Y'.
*>full log-record width - truncating here would cut off exactly
*>the client/iteration/status columns the reviewers come for
01 LOG-RING-TABLE.
   02 RING-LINE OCCURS 500 TIMES PIC X(160).

*>held items - the whole queue held while an operator lists and
*>releases a client's records, then rewritten whole, the same
*>discipline the suspense and config maintenance use.  A release
*>marks the record R with the operator id and date; the status
*>codes are in HELDREC.CPY
COPY "heldrec.cpy".
77 HELD-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-HQ-MAX    PIC 9(4) VALUE 2000.
77 WS-HQ-CT     PIC 9(4) VALUE 0.
77 WS-HQ-SUB    PIC 9(4) VALUE 0.
77 WS-HQ-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-HQ-FULL               VALUE 'Y'.
01 HELD-QUEUE-TABLE.
   02 HQ-ENTRY OCCURS 2000 TIMES.
      03 HQ-LINE PIC X(120).
77 WS-HELD-CLIENT PIC X(08) VALUE SPACES.
*>how many of the client's records are waiting, and which one the
*>listing is on - the number the operator keys to release just one
77 WS-HELD-WAITING PIC 9(4) VALUE 0.
77 WS-HELD-NTH     PIC 9(4) VALUE 0.
77 WS-HELD-PICK    PIC 9(4) VALUE 0.
77 WS-HELD-RELEASED PIC 9(4) VALUE 0.
77 WS-HELD-CMD     PIC X(04) VALUE SPACES.
77 WS-HELD-LIST-CT PIC 9(2) VALUE 0.

*>submission inquiry - the lookup is sqrtlife's, the same one the
*>SQRTSUBQ batch report calls, so the operator and the desk read
*>the same answer off the same files
COPY "lifelink.cpy".
77 WS-INQ-CLIENT  PIC X(08) VALUE SPACES.
77 WS-INQ-DATE-ED  PIC 9999/99/99.
77 WS-INQ-DATE2-ED PIC 9999/99/99.
77 WS-INQ-COUNT-ED  PIC ZZZZZZ9.
77 WS-INQ-COUNT2-ED PIC ZZZZZZ9.
77 WS-INQ-COUNT3-ED PIC ZZZZZZ9.
77 WS-INQ-COUNT4-ED PIC ZZZZZZ9.

*>past run reports - the run's entries off RPTDIR that this
*>operator may see.  Asked for the newest run, the list starts
*>over each time a higher run number turns up, so one pass of the
*>directory leaves the newest run's reports
COPY "rptdir.cpy".
77 RDIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-PAST-RUN-NO   PIC 9(6) VALUE 0.
77 WS-PAST-BEST-RUN PIC 9(6) VALUE 0.
77 WS-PR-MAX    PIC 9(2) VALUE 20.
77 WS-PR-CT     PIC 9(2) VALUE 0.
77 WS-PR-SUB    PIC 9(2) VALUE 0.
77 WS-PR-PICK   PIC 9(2) VALUE 0.
77 WS-PAST-CMD  PIC X(04) VALUE SPACES.
01 PAST-REPORT-TABLE.
   02 PR-ENTRY OCCURS 20 TIMES.
      03 PR-RUN-NO   PIC 9(06).
      03 PR-RUN-DATE PIC 9(08).
      03 PR-REPORT   PIC X(08).
      03 PR-FILE     PIC X(08).


*>the per-client calculation profiles, off the same CALCPROF the
*>night run reads - the signed-on department's profile governs its
*>interactive work; no file leaves CALCCFG's settings as before
77 CPRF-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-PF-MAX    PIC 9(3) VALUE 200.
77 WS-PF-CT     PIC 9(3) VALUE 0.
77 WS-PF-SUB    PIC 9(3) VALUE 0.
77 WS-PF-USE    PIC 9(3) VALUE 0.
77 WS-PF-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-PF-FOUND              VALUE 'Y'.
77 WS-PF-FUNC   PIC X(01) VALUE SPACE.
77 WS-PF-CLIENT PIC X(08) VALUE SPACES.
01 CALC-PROF-TABLE.
   02 PF-ENTRY OCCURS 200 TIMES.
      03 PF-CLIENT    PIC X(08).
      03 PF-FUNC      PIC X(01).
      03 PF-TOLERANCE PIC 9V9(6).
      03 PF-MAX-ITER  PIC 9(05).
      03 PF-DECIMALS  PIC X(01).
      03 PF-ROUNDING  PIC X(01).
*>the rules the entry in hand runs under - which profile (F, A
*>or C, as LOG-PROF-SRC has it), the tolerance and iteration cap
*>actually in force, and the decimals and rounding rule its answer
*>is delivered to (blank decimals = full precision)
77 WS-PROF-SRC       PIC X(01) VALUE 'C'.
77 WS-EFF-MAX-ITER   PIC 9(5)  VALUE 0.
77 WS-PROF-DECIMALS  PIC X(01) VALUE SPACE.
77 WS-PROF-ROUNDING  PIC X(01) VALUE SPACE.
*>rounding work - the answer's magnitude split into its whole and
*>fraction digits, the fraction divided down to the kept places
77 WS-RND-VALUE      PIC S9(11)V9(9) VALUE 0.
77 WS-RND-NEG-SW     PIC X(01) VALUE 'N'.
   88 WS-RND-NEGATIVE           VALUE 'Y'.
77 WS-RND-DEC        PIC 9(1)  VALUE 0.
77 WS-RND-DIVISOR    PIC 9(10) VALUE 0.
77 WS-RND-LIMIT      PIC 9(10) VALUE 0.
77 WS-RND-HALF       PIC 9(10) VALUE 0.
77 WS-RND-KEEP       PIC 9(10) VALUE 0.
77 WS-RND-REST       PIC 9(10) VALUE 0.
77 WS-RND-LAST       PIC 9(11) VALUE 0.
77 WS-RND-PAIR       PIC 9(11) VALUE 0.
77 WS-RND-ODD        PIC 9(1)  VALUE 0.
01 WS-RND-ABS        PIC 9(11)V9(9) VALUE 0.
01 WS-RND-PARTS REDEFINES WS-RND-ABS.
   02 WS-RND-INT     PIC 9(11).
   02 WS-RND-FRAC    PIC 9(9).
*>the shop's own CALCCFG settings, kept apart so every entry
*>starts from them before the department's profile is laid over -
*>the subprograms hand their own defaults back in CALC-TOLERANCE
*>and CALC-MAX-ITER, so those cannot carry CALCCFG's from one
*>entry to the next
77 WS-CFG-TOLERANCE  PIC 9V9(6) VALUE 0.
77 WS-CFG-MAX-ITER   PIC 9(5)   VALUE 0.
77 WS-EFF-TOLERANCE  PIC 9V9(6) VALUE 0.

*>browse position and commands - WS-VIEW-TOP is the logical index
*>of the top line on screen, 1 being the newest line on file
01 MENU-OPT-9.
   02 FILLER PIC X(21) VALUE '  9 - EXIT'.

01 MENU-OPT-10.
   02 FILLER PIC X(21) VALUE ' 10 - HELD ITEMS'.

01 MENU-OPT-11.
   02 FILLER PIC X(24) VALUE ' 11 - SUBMISSION INQUIRY'.

01 MENU-OPT-12.
   02 FILLER PIC X(24) VALUE ' 12 - PAST RUN REPORTS'.

01 RPT-PAGE-PROMPT.
   02 FILLER PIC X(36) VALUE
      'ENTER FOR NEXT PAGE, Q TO STOP:     '.
*>shown is only the last guess - blank on a real answer
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-NC PIC X(02).
*>imaginary part of a complex root - an even root of a negative
*>value, where OUT-Y holds the real part; blank on a real answer
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-Y-IMAG PIC -(11)9.9(9) BLANK WHEN ZERO.
   02 OUT-IMAG-I PIC X(01).

01 SQRT-ERROR-MESS.
   02 FILLER PIC X VALUE SPACE.
   02 FILLER PIC X(44) VALUE
      'CLIENT NOT ON MASTER OR NOT AUTHORIZED      '.

*>the pending count, then the rules the record will be computed
*>under - profile source (F, A or C as on SQRTLOG), tolerance,
*>iteration cap, decimals (FULL when the answer is not rounded)
*>and rounding rule
01 ENT-ADDED-LINE.
   02 FILLER PIC X(25) VALUE 'ADDED - NOW PENDING      '.
   02 EA-COUNT PIC ZZZZ9.
   02 FILLER PIC X(9) VALUE '   RULES '.
   02 EA-PROF-SRC PIC X(01).
   02 FILLER PIC X(6) VALUE '  TOL '.
   02 EA-TOLERANCE PIC 9.9(6).
   02 FILLER PIC X(6) VALUE '  CAP '.
   02 EA-MAX-ITER PIC Z(04)9.
   02 FILLER PIC X(6) VALUE '  DEC '.
   02 EA-DECIMALS PIC X(04).
   02 FILLER PIC X(1) VALUE SPACE.
   02 EA-ROUNDING PIC X(01).

01 ENT-PEND-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
   02 FILLER PIC X(45) VALUE
      'MENUSERL COULD NOT BE ADVANCED - NOT RELEASED'.

01 HELD-CLIENT-PROMPT.
   02 FILLER PIC X(44) VALUE
      'CLIENT ID (ENTER FOR YOUR OWN DEPARTMENT):  '.

01 HELD-DEPT-MESS.
   02 FILLER PIC X(44) VALUE
      'ANOTHER DEPARTMENT''S HELD ITEMS - NOT SHOWN '.

01 NO-HELD-FILE-MESS.
   02 FILLER PIC X(40) VALUE
      'NO HELDFILE ON FILE - NOTHING HELD      '.

01 HELD-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'HELDFILE EXCEEDS TABLE - NOTHING RELEASED   '.

01 HELD-NONE-MESS.
   02 FILLER PIC X(40) VALUE
      'NOTHING HELD FOR THIS CLIENT            '.

01 HELD-HEAD-LINE.
   02 FILLER PIC X(6)  VALUE '  NO. '.
   02 FILLER PIC X(14) VALUE 'HELD ID       '.
   02 FILLER PIC X(12) VALUE 'HELD ON     '.
   02 FILLER PIC X(4)  VALUE 'FN  '.
   02 FILLER PIC X(5)  VALUE 'DEG  '.
   02 FILLER PIC X(6)  VALUE 'NUMBER'.

01 HELD-LIST-LINE.
   02 HL-NO     PIC ZZZ9.
   02 FILLER    PIC X(2) VALUE SPACES.
   02 HL-ID     PIC X(12).
   02 FILLER    PIC X(2) VALUE SPACES.
   02 HL-DATE   PIC 9999/99/99.
   02 FILLER    PIC X(2) VALUE SPACES.
   02 HL-FUNC   PIC X(01).
   02 FILLER    PIC X(3) VALUE SPACES.
   02 HL-DEG    PIC X(02).
   02 FILLER    PIC X(3) VALUE SPACES.
   02 HL-NUM    PIC -(11)9.9(6).

01 HELD-ACTION-PROMPT.
   02 FILLER PIC X(44) VALUE
      'A RELEASE ALL, NNNN RELEASE ONE, Q TO MENU: '.

01 HELD-BAD-PICK-MESS.
   02 FILLER PIC X(40) VALUE
      'NO SUCH HELD ITEM - NOTHING RELEASED    '.

01 HELD-WRITE-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'HELDFILE COULD NOT BE REWRITTEN - NOT DONE  '.

01 HELD-DONE-LINE.
   02 FILLER PIC X(9) VALUE 'RELEASED '.
   02 HD-COUNT PIC ZZZ9.
   02 FILLER PIC X(32) VALUE
      ' HELD RECORDS TO THE NEXT SQRTIN'.

01 REL-DONE-LINE.
   02 FILLER PIC X(22) VALUE 'RELEASED TO SQRTSUB - '.
   02 RD-COUNT PIC ZZZZZZ9.
   02 FILLER PIC X(17) VALUE ' RECORDS, SERIAL '.
   02 RD-SERIAL PIC 9(6).

01 INQ-SERIAL-PROMPT.
   02 FILLER PIC X(44) VALUE
      'SUBMISSION SERIAL (ENTER TO ASK BY RUN):    '.

01 INQ-RUN-PROMPT.
   02 FILLER PIC X(44) VALUE
      'RUN NUMBER:                                 '.

01 INQ-BAD-ENTRY-MESS.
   02 FILLER PIC X(44) VALUE
      'SERIAL/RUN MUST BE 1 TO 6 DIGITS - NOT ASKED'.

01 INQ-DEPT-MESS.
   02 FILLER PIC X(44) VALUE
      'ANOTHER DEPARTMENT''S SUBMISSION - NOT SHOWN '.

01 INQ-NONE-MESS.
   02 FILLER PIC X(44) VALUE
      'NOTHING ON FILE FOR THIS SUBMISSION         '.

01 PAST-RUN-PROMPT.
   02 FILLER PIC X(44) VALUE
      'RUN NUMBER (ENTER FOR THE NEWEST FILED):    '.

01 PAST-BAD-RUN-MESS.
   02 FILLER PIC X(44) VALUE
      'RUN MUST BE 1 TO 6 DIGITS - NOTHING SHOWN   '.

01 NO-RPTDIR-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RPTDIR ON FILE - NO REPORTS FILED        '.

01 PAST-NONE-MESS.
   02 FILLER PIC X(44) VALUE
      'NO REPORTS FILED FOR THIS RUN               '.

01 PAST-HEAD-LINE.
   02 FILLER PIC X(6)  VALUE '  NO. '.
   02 FILLER PIC X(10) VALUE 'REPORT    '.
   02 FILLER PIC X(8)  VALUE 'RUN     '.
   02 FILLER PIC X(6)  VALUE 'RUN ON'.

01 PAST-LIST-LINE.
   02 PL-NO     PIC ZZZ9.
   02 FILLER    PIC X(2) VALUE SPACES.
   02 PL-REPORT PIC X(08).
   02 FILLER    PIC X(2) VALUE SPACES.
   02 PL-RUN-NO PIC 9(06).
   02 FILLER    PIC X(2) VALUE SPACES.
   02 PL-DATE   PIC 9999/99/99.

01 PAST-PICK-PROMPT.
   02 FILLER PIC X(44) VALUE
      'REPORT NO. TO VIEW, Q TO MENU:              '.

01 PAST-BAD-PICK-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SUCH REPORT ON THE LIST - NOTHING SHOWN  '.

01 PAST-GONE-MESS.
   02 FILLER PIC X(44) VALUE
      'FILED COPY NO LONGER ON FILE - EXPIRED      '.

01 INQ-ASKED-LINE.
   02 FILLER PIC X(11) VALUE 'SUBMISSION '.
   02 IA-CLIENT PIC X(08).
   02 FILLER PIC X(8)  VALUE ' SERIAL '.
   02 IA-SERIAL PIC 9(06).
   02 FILLER PIC X(5)  VALUE ' RUN '.
   02 IA-RUN-NO PIC 9(06).

*>one stage of the submission's life per screen line
01 INQ-STAGE-LINE.
   02 IQ-LABEL PIC X(13).
   02 IQ-TEXT  PIC X(66).

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    PERFORM READ-CONFIG.
    PERFORM LOAD-CALC-PROFILES.
    WRITE OUT-LINE FROM MENU-TITLE.
*>nobody computes, views, or browses without a profile - the
*>sign-on names the operator, fixes which department their work

LOG-SIGNON-S.
    MOVE 'S' TO OL-RESULT.
    MOVE SPACES TO OL-CLIENT.
    PERFORM WRITE-SIGNON-LOG.

LOG-SIGNON-F.
    MOVE 'F' TO OL-RESULT.
    MOVE SPACES TO OL-CLIENT.
    PERFORM WRITE-SIGNON-LOG.

LOG-ENTRY-T.
    MOVE 'T' TO OL-RESULT.
    MOVE WS-ENT-CLIENT TO OL-CLIENT.
    PERFORM WRITE-SIGNON-LOG.

*>a past run's filed report viewed - P, with the report's name
*>where a transaction's client would go
LOG-REPRINT-P.
    MOVE 'P' TO OL-RESULT.
    MOVE WS-VIEW-REPORT TO OL-CLIENT.
    PERFORM WRITE-SIGNON-LOG.

WRITE-SIGNON-LOG.
    WRITE OUT-LINE FROM MENU-OPT-6.
    WRITE OUT-LINE FROM MENU-OPT-7.
    WRITE OUT-LINE FROM MENU-OPT-8.
    WRITE OUT-LINE FROM MENU-OPT-10.
    WRITE OUT-LINE FROM MENU-OPT-11.
    WRITE OUT-LINE FROM MENU-OPT-12.
    WRITE OUT-LINE FROM MENU-OPT-9.
    WRITE OUT-LINE FROM MENU-PROMPT.
    MOVE SPACES TO WS-CHOICE-RAW.
    ACCEPT WS-CHOICE-RAW.
*>anything that is not one or two digits is no choice at all and
*>falls to the invalid-selection message below
    EVALUATE TRUE
        WHEN WS-CHOICE-RAW NUMERIC
             MOVE WS-CHOICE-RAW TO WS-CHOICE
        WHEN WS-CHOICE-RAW(1:1) NUMERIC
             AND WS-CHOICE-RAW(2:1) = SPACE
             MOVE WS-CHOICE-RAW(1:1) TO WS-CHOICE
        WHEN OTHER
             MOVE 99 TO WS-CHOICE
    END-EVALUATE.
*>the profile says which options this operator may use - a
*>refused pick is said and swallowed before the dispatch below
    PERFORM CHECK-OPTION-AUTHORITY.
       WRITE OUT-LINE FROM NOT-AUTH-MESS
       MOVE 0 TO WS-CHOICE
    END-IF.
*>only calculatorbaby ever hands back an imaginary part
    MOVE 0 TO Y-IMAG.
    EVALUATE TRUE
        WHEN WS-CHOICE = 0
             CONTINUE
             PERFORM BROWSE-LOG THRU BROWSE-LOG-EXIT
        WHEN WS-CHOICE-ENTRY
             PERFORM ENTRY-MENU
        WHEN WS-CHOICE-HELD
             PERFORM HELD-ITEMS THRU HELD-ITEMS-EXIT
        WHEN WS-CHOICE-SUBINQ
             PERFORM SUBMISSION-INQUIRY
                 THRU SUBMISSION-INQUIRY-EXIT
        WHEN WS-CHOICE-PASTRPT
             PERFORM PAST-RUN-REPORTS THRU PAST-RUN-REPORTS-EXIT
        WHEN WS-CHOICE-QUIT
             CONTINUE
        WHEN OTHER
*>need their Y in the profile's option column
CHECK-OPTION-AUTHORITY.
    MOVE 'Y' TO WS-OPT-ALLOW-SW.
    IF (WS-CHOICE >= 1 AND WS-CHOICE <= 8)
       OR (WS-CHOICE >= 10 AND WS-CHOICE <= 15)
       IF WS-OPER-OPTIONS(WS-CHOICE:1) NOT = 'Y'
          MOVE 'N' TO WS-OPT-ALLOW-SW
       END-IF
ROOT-FUNCTION.
    WRITE OUT-LINE FROM SQRT-ENTER-VALUE.
    ACCEPT IN-num.
    PERFORM VALIDATE-ROOT-NUM.
    MOVE 'R' TO WS-AUD-FUNC.
    MOVE ROOT-DEGREE TO WS-AUD-DEGREE.
    PERFORM SET-OPER-PROFILE.
    IF WS-INVALID-INPUT
       MOVE IN-num TO OT-num
       WRITE OUT-LINE FROM SQRT-ERROR-MESS
       MOVE IN-num TO num
       CALL "calculatorbaby" USING num, Y, ROOT-DEGREE,
           CALC-TOLERANCE, CALC-MAX-ITER, CALC-ITER-COUNT,
           CALC-CONVERGED-SW, Y-IMAG
       PERFORM APPLY-OUTPUT-PROFILE
       PERFORM SET-NC-FLAG
       MOVE num TO OUT-num
       MOVE Y TO OUT-Y
       PERFORM WRITE-MENU-AUDIT
    END-IF.

*>natural logarithm through the logbaby subprogram - a positive-
*>value gate, since ln is undefined at or below zero
LOG-FUNCTION.
    WRITE OUT-LINE FROM SQRT-ENTER-VALUE.
    ACCEPT IN-num.
    PERFORM VALIDATE-NUM.
    MOVE 'L' TO WS-AUD-FUNC.
    MOVE 0 TO WS-AUD-DEGREE.
    PERFORM SET-OPER-PROFILE.
    IF WS-INVALID-INPUT
       MOVE IN-num TO OT-num
       WRITE OUT-LINE FROM SQRT-ERROR-MESS
       CALL "logbaby" USING num, Y,
           CALC-TOLERANCE, CALC-MAX-ITER, CALC-ITER-COUNT,
           CALC-CONVERGED-SW
       PERFORM APPLY-OUTPUT-PROFILE
       PERFORM SET-NC-FLAG
       MOVE num TO OUT-num
       MOVE Y TO OUT-Y
    ACCEPT IN-num.
    MOVE 'E' TO WS-AUD-FUNC.
    MOVE 0 TO WS-AUD-DEGREE.
    PERFORM SET-OPER-PROFILE.
    IF IN-num-X(2:17) NOT NUMERIC
       MOVE IN-num TO OT-num
       WRITE OUT-LINE FROM SQRT-ERROR-MESS
          CALL "expbaby" USING num, Y,
              CALC-TOLERANCE, CALC-MAX-ITER, CALC-ITER-COUNT,
              CALC-CONVERGED-SW
          PERFORM APPLY-OUTPUT-PROFILE
          PERFORM SET-NC-FLAG
          MOVE num TO OUT-num
          MOVE Y TO OUT-Y
    END-IF.

*>A**B through the powbaby subprogram - A gets the same positive
*>gate the logarithm uses, B may be fractional or negative
POWER-FUNCTION.
    WRITE OUT-LINE FROM SQRT-ENTER-VALUE.
    ACCEPT IN-num.
    PERFORM VALIDATE-NUM.
    MOVE 'P' TO WS-AUD-FUNC.
    MOVE 0 TO WS-AUD-DEGREE.
    PERFORM SET-OPER-PROFILE.
    IF WS-INVALID-INPUT
       MOVE IN-num TO OT-num
       WRITE OUT-LINE FROM SQRT-ERROR-MESS
          CALL "powbaby" USING num, POWER-EXPONENT, Y,
              CALC-TOLERANCE, CALC-MAX-ITER, CALC-ITER-COUNT,
              CALC-CONVERGED-SW
          PERFORM APPLY-OUTPUT-PROFILE
          PERFORM SET-NC-FLAG
          MOVE num TO OUT-num
          MOVE Y TO OUT-Y
VIEW-REPORT.
    OPEN INPUT REPORT-IN-FILE.
    IF RPTIN-FILE-STATUS NOT = '00'
       IF WS-RPTIN-NAME = 'SQRTRPT '
          WRITE OUT-LINE FROM NO-RPT-MESS
       ELSE
          WRITE OUT-LINE FROM PAST-GONE-MESS
       END-IF
       GO TO VIEW-REPORT-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
*>result line, 55-62 on an INVALID INPUT line) - a whole-line
*>scan would let a numeric department code hiding inside another
*>line's NUMBER column leak that line to a restricted viewer.
*>A detail layout this viewer doesn't know stays hidden.
*>A past run's SQRTREJ, off option 12, is all rejected records,
*>each with its client at columns 22-29
TEST-REPORT-LINE-VISIBLE.
    MOVE 'Y' TO WS-LINE-VIS-SW.
    IF WS-SEES-ALL-DEPTS
       CONTINUE
    ELSE
       IF WS-VIEW-REPORT = 'SQRTREJ '
          IF REPORT-IN-LINE(22:8) NOT = WS-OPER-DEPT
             MOVE 'N' TO WS-LINE-VIS-SW
          END-IF
       ELSE
          MOVE 0 TO WS-INV-TALLY
          INSPECT REPORT-IN-LINE
              TALLYING WS-INV-TALLY FOR ALL 'INVALID INPUT'
          EVALUATE TRUE
              WHEN REPORT-IN-LINE(1:8) = 'CLIENT  '
                   IF REPORT-IN-LINE(9:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN WS-INV-TALLY > 0
                   IF REPORT-IN-LINE(55:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN REPORT-IN-LINE(14:1) = '.'
                   AND REPORT-IN-LINE(13:1) NUMERIC
                   IF REPORT-IN-LINE(64:8) NOT = WS-OPER-DEPT
                      MOVE 'N' TO WS-LINE-VIS-SW
                   END-IF
              WHEN OTHER
                   CONTINUE
          END-EVALUATE
       END-IF
    END-IF.

*>the audit trail backwards from the most recent entries - the
       GO TO ENTER-ONE-TRAN-EXIT
    END-IF.
*>the per-function argument gates, word for word the rules
*>SET-TRAN-FUNCTION enforces overnight: logs and powers need a
*>value above zero, a root anything but zero (a negative is judged
*>against the client's option once the degree is in), and the
*>exponential runs only to e**25
    MOVE 'Y' TO WS-ENT-OK-SW.
    EVALUATE WS-ENT-FUNC
        WHEN 'R'
             IF WS-VAL-VAL = 0
                SET WS-ENT-BAD TO TRUE
             END-IF
        WHEN 'L'
        WHEN 'P'
             IF WS-VAL-VAL <= 0
       IF WS-ENT-BAD
          GO TO ENTER-ONE-TRAN-EXIT
       END-IF
       IF TRAN-NUM < 0
          MOVE WS-ENT-DEGREE TO WS-NEG-DEGREE
          PERFORM CHECK-NEG-ROOT-OPTION
          IF NOT WS-NEG-ROOT-OK
             WRITE OUT-LINE FROM ENT-BAD-VALUE-MESS
             GO TO ENTER-ONE-TRAN-EXIT
          END-IF
       END-IF
       MOVE WS-ENT-DEGREE TO TRAN-ROOT-DEGREE
    END-IF.
    IF WS-ENT-FUNC = 'P'
       END-IF
       MOVE WS-EXP-VAL TO TRAN-EXPONENT
    END-IF.
*>the rules the night run will compute it under, for the
*>confirmation line - the client's profile, or CALCCFG
    MOVE WS-ENT-CLIENT TO WS-PF-CLIENT.
    MOVE WS-ENT-FUNC   TO WS-PF-FUNC.
    PERFORM SET-CALC-PROFILE.
    PERFORM APPEND-PENDING-RECORD THRU
        APPEND-PENDING-RECORD-EXIT.
ENTER-ONE-TRAN-EXIT.
       MOVE WS-CM-SUB TO WS-CM-USE
    END-IF.

*>a client's records held over its monthly quota - listed with
*>their held id and date, then released all at once or one by its
*>listing number.  A released record is marked R with the
*>operator's id and the date, and the next night's ordering pass
*>folds it into SQRTIN.  Operators see and release only their own
*>department's records unless they are *ALL* supervisors
HELD-ITEMS.
    WRITE OUT-LINE FROM HELD-CLIENT-PROMPT.
    MOVE SPACES TO WS-HELD-CLIENT.
    ACCEPT WS-HELD-CLIENT.
    IF WS-HELD-CLIENT = SPACES
       MOVE WS-OPER-DEPT TO WS-HELD-CLIENT
    END-IF.
    IF NOT WS-SEES-ALL-DEPTS
       AND WS-HELD-CLIENT NOT = WS-OPER-DEPT
       WRITE OUT-LINE FROM HELD-DEPT-MESS
       GO TO HELD-ITEMS-EXIT
    END-IF.
    MOVE 0 TO WS-HQ-CT.
    MOVE 'N' TO WS-HQ-FULL-SW.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-HELD-FILE-MESS
       GO TO HELD-ITEMS-EXIT
    END-IF.
    PERFORM LOAD-ONE-HELD UNTIL FILE-EOF OR WS-HQ-FULL.
    CLOSE HELD-FILE.
*>a queue bigger than the table cannot be rewritten without losing
*>its tail, so nothing is released from it
    IF WS-HQ-FULL
       WRITE OUT-LINE FROM HELD-FULL-MESS
       GO TO HELD-ITEMS-EXIT
    END-IF.
    MOVE 0 TO WS-HELD-WAITING.
    MOVE 0 TO WS-HELD-LIST-CT.
    MOVE 'N' TO WS-VIEW-DONE-SW.
    WRITE OUT-LINE FROM HELD-HEAD-LINE.
    PERFORM LIST-ONE-HELD
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
    IF WS-HELD-WAITING = 0
       WRITE OUT-LINE FROM HELD-NONE-MESS
       GO TO HELD-ITEMS-EXIT
    END-IF.
    WRITE OUT-LINE FROM HELD-ACTION-PROMPT.
    MOVE SPACES TO WS-HELD-CMD.
    ACCEPT WS-HELD-CMD.
    MOVE 0 TO WS-HELD-PICK.
    EVALUATE TRUE
        WHEN WS-HELD-CMD = 'A' OR WS-HELD-CMD = 'a'
             CONTINUE
        WHEN WS-HELD-CMD = 'Q' OR WS-HELD-CMD = 'q'
          OR WS-HELD-CMD = SPACES
             GO TO HELD-ITEMS-EXIT
        WHEN OTHER
             MOVE WS-HELD-CMD TO WS-VAL-RAW
             PERFORM PARSE-VALUE
             IF WS-VAL-BAD OR WS-VAL-SIGN-SEEN
                OR WS-VAL-FRAC NOT = 0
                OR WS-VAL-VAL < 1 OR WS-VAL-VAL > WS-HELD-WAITING
                WRITE OUT-LINE FROM HELD-BAD-PICK-MESS
                GO TO HELD-ITEMS-EXIT
             END-IF
             MOVE WS-VAL-VAL TO WS-HELD-PICK
    END-EVALUATE.
    MOVE 0 TO WS-HELD-NTH.
    MOVE 0 TO WS-HELD-RELEASED.
    PERFORM RELEASE-ONE-HELD
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
    OPEN OUTPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM HELD-WRITE-FAIL-MESS
       GO TO HELD-ITEMS-EXIT
    END-IF.
    PERFORM WRITE-ONE-HELD
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
    CLOSE HELD-FILE.
    MOVE WS-HELD-RELEASED TO HD-COUNT.
    WRITE OUT-LINE FROM HELD-DONE-LINE.
HELD-ITEMS-EXIT.
    EXIT.

LOAD-ONE-HELD.
    READ HELD-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       IF WS-HQ-CT < WS-HQ-MAX
          ADD 1 TO WS-HQ-CT
          MOVE HELD-LINE TO HQ-LINE(WS-HQ-CT)
       ELSE
          SET WS-HQ-FULL TO TRUE
       END-IF
    END-IF.

*>one waiting record of the client's on the listing, a screenful
*>of twenty at a time; a Q at the page prompt stops the listing
*>but the count still runs to the end, so every number keyed
*>afterwards still means the same record
LIST-ONE-HELD.
    MOVE HQ-LINE(WS-HQ-SUB) TO HELD-REC.
    IF HELD-CLIENT = WS-HELD-CLIENT AND HELD-STATUS = 'H'
       ADD 1 TO WS-HELD-WAITING
       IF NOT WS-VIEW-DONE
          IF WS-HELD-LIST-CT >= WS-LOG-PAGE-SIZE
             WRITE OUT-LINE FROM RPT-PAGE-PROMPT
             MOVE SPACES TO WS-BROWSE-CMD
             ACCEPT WS-BROWSE-CMD
             IF WS-BROWSE-CMD = 'Q' OR WS-BROWSE-CMD = 'q'
                SET WS-VIEW-DONE TO TRUE
             END-IF
             MOVE 0 TO WS-HELD-LIST-CT
          END-IF
       END-IF
       IF NOT WS-VIEW-DONE
          MOVE HELD-TRAN TO TRAN-RECORD
          MOVE WS-HELD-WAITING TO HL-NO
          MOVE HELD-ID    TO HL-ID
          MOVE HELD-DATE  TO HL-DATE
          MOVE HELD-FUNC  TO HL-FUNC
          IF HELD-FUNC = 'R'
             MOVE TRAN-ROOT-DEGREE TO HL-DEG
          ELSE
             MOVE SPACES TO HL-DEG
          END-IF
          IF TRAN-NUM NUMERIC
             MOVE TRAN-NUM TO HL-NUM
          ELSE
             MOVE 0 TO HL-NUM
          END-IF
          WRITE OUT-LINE FROM HELD-LIST-LINE
          ADD 1 TO WS-HELD-LIST-CT
       END-IF
    END-IF.

*>marks the chosen record - or, with no pick, every one of the
*>client's waiting records - released under this operator
RELEASE-ONE-HELD.
    MOVE HQ-LINE(WS-HQ-SUB) TO HELD-REC.
    IF HELD-CLIENT = WS-HELD-CLIENT AND HELD-STATUS = 'H'
       ADD 1 TO WS-HELD-NTH
       IF WS-HELD-PICK = 0 OR WS-HELD-PICK = WS-HELD-NTH
          MOVE 'R' TO HELD-STATUS
          MOVE WS-RUN-DATE TO HELD-REL-DATE
          MOVE WS-OPERATOR-ID TO HELD-REL-OPER
          MOVE HELD-REC TO HQ-LINE(WS-HQ-SUB)
          ADD 1 TO WS-HELD-RELEASED
       END-IF
    END-IF.

WRITE-ONE-HELD.
    WRITE HELD-LINE FROM HQ-LINE(WS-HQ-SUB).

*>what happened to a department's file - asked by client and
*>serial, or by run number.  An operator below *ALL* sees only
*>their own department's submissions, however the question was
*>put: a run asked for by number is shown only once the lookup
*>says whose it was
SUBMISSION-INQUIRY.
    WRITE OUT-LINE FROM HELD-CLIENT-PROMPT.
    MOVE SPACES TO WS-INQ-CLIENT.
    ACCEPT WS-INQ-CLIENT.
    IF WS-INQ-CLIENT = SPACES
       MOVE WS-OPER-DEPT TO WS-INQ-CLIENT
    END-IF.
    IF NOT WS-SEES-ALL-DEPTS
       AND WS-INQ-CLIENT NOT = WS-OPER-DEPT
       WRITE OUT-LINE FROM INQ-DEPT-MESS
       GO TO SUBMISSION-INQUIRY-EXIT
    END-IF.
    MOVE WS-INQ-CLIENT TO LIFE-CLIENT.
    MOVE 0 TO LIFE-SERIAL.
    MOVE 0 TO LIFE-RUN-NO.
    WRITE OUT-LINE FROM INQ-SERIAL-PROMPT.
    MOVE SPACES TO WS-VAL-RAW.
    ACCEPT WS-VAL-RAW.
    IF WS-VAL-RAW NOT = SPACES
       PERFORM PARSE-VALUE
       IF WS-VAL-BAD OR WS-VAL-SIGN-SEEN OR WS-VAL-FRAC NOT = 0
          OR WS-VAL-VAL < 1 OR WS-VAL-VAL > 999999
          WRITE OUT-LINE FROM INQ-BAD-ENTRY-MESS
          GO TO SUBMISSION-INQUIRY-EXIT
       END-IF
       MOVE WS-VAL-VAL TO LIFE-SERIAL
    ELSE
       WRITE OUT-LINE FROM INQ-RUN-PROMPT
       MOVE SPACES TO WS-VAL-RAW
       ACCEPT WS-VAL-RAW
       PERFORM PARSE-VALUE
       IF WS-VAL-BAD OR WS-VAL-SIGN-SEEN OR WS-VAL-FRAC NOT = 0
          OR WS-VAL-VAL < 1 OR WS-VAL-VAL > 999999
          WRITE OUT-LINE FROM INQ-BAD-ENTRY-MESS
          GO TO SUBMISSION-INQUIRY-EXIT
       END-IF
       MOVE WS-VAL-VAL TO LIFE-RUN-NO
*>by run, the client is whatever the register says ran in it -
*>below *ALL* a run the register doesn't know is counted for the
*>operator's own department only, never the whole run
       IF WS-SEES-ALL-DEPTS
          MOVE SPACES TO LIFE-CLIENT
       ELSE
          MOVE WS-OPER-DEPT TO LIFE-CLIENT
       END-IF
    END-IF.
    CALL "sqrtlife" USING LIFE-LINK-AREA.
    IF NOT LIFE-FOUND
       WRITE OUT-LINE FROM INQ-NONE-MESS
       GO TO SUBMISSION-INQUIRY-EXIT
    END-IF.
    IF NOT WS-SEES-ALL-DEPTS
       AND LIFE-CLIENT NOT = WS-OPER-DEPT
       WRITE OUT-LINE FROM INQ-DEPT-MESS
       GO TO SUBMISSION-INQUIRY-EXIT
    END-IF.
    MOVE LIFE-CLIENT TO IA-CLIENT.
    MOVE LIFE-SERIAL TO IA-SERIAL.
    MOVE LIFE-RUN-NO TO IA-RUN-NO.
    WRITE OUT-LINE FROM INQ-ASKED-LINE.
    PERFORM SHOW-INQ-RECEIVED.
    PERFORM SHOW-INQ-PROCESSED.
    IF LIFE-RUN-NO NOT = 0
       PERFORM SHOW-INQ-RESULTS
       PERFORM SHOW-INQ-DELIVERY
    END-IF.
    PERFORM SHOW-INQ-BILLED.
SUBMISSION-INQUIRY-EXIT.
    EXIT.

SHOW-INQ-RECEIVED.
    MOVE 'RECEIVED' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    EVALUATE TRUE
        WHEN LIFE-REGISTERED
             MOVE LIFE-REG-DATE TO WS-INQ-DATE-ED
             MOVE LIFE-SENT-COUNT TO WS-INQ-COUNT-ED
             STRING WS-INQ-DATE-ED '  RECORDS ' WS-INQ-COUNT-ED
                 DELIMITED BY SIZE INTO IQ-TEXT
        WHEN LIFE-SRC-REG = 'N'
             MOVE 'UNKNOWN - SUBMREG NOT AVAILABLE' TO IQ-TEXT
        WHEN OTHER
             MOVE 'NOT ON SUBMREG' TO IQ-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.

SHOW-INQ-PROCESSED.
    MOVE 'PROCESSED' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    EVALUATE TRUE
        WHEN LIFE-RUN-NO = 0
             MOVE 'RUN NOT RECORDED - CANNOT BE TRACED' TO IQ-TEXT
        WHEN LIFE-STAT-FOUND
             MOVE LIFE-RUN-DATE TO WS-INQ-DATE-ED
             STRING 'RUN ' LIFE-RUN-NO ' ON ' WS-INQ-DATE-ED
                 DELIMITED BY SIZE INTO IQ-TEXT
        WHEN OTHER
             STRING 'RUN ' LIFE-RUN-NO ' (NO SQRTSTAT LINE)'
                 DELIMITED BY SIZE INTO IQ-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.

SHOW-INQ-RESULTS.
    MOVE 'RESULTS' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    IF LIFE-SRC-LOG = 'N'
       MOVE 'UNKNOWN - SQRTLOG NOT AVAILABLE' TO IQ-TEXT
    ELSE
       MOVE LIFE-COMPUTED TO WS-INQ-COUNT-ED
       MOVE LIFE-REJECTED TO WS-INQ-COUNT2-ED
       MOVE LIFE-NONCONV  TO WS-INQ-COUNT3-ED
       MOVE LIFE-HELD     TO WS-INQ-COUNT4-ED
       STRING 'COMPUTED' WS-INQ-COUNT-ED ' REJECTED' WS-INQ-COUNT2-ED
           ' NOT CONV' WS-INQ-COUNT3-ED ' HELD' WS-INQ-COUNT4-ED
           DELIMITED BY SIZE INTO IQ-TEXT
    END-IF.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.
    MOVE 'SUSPENSE' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    IF LIFE-SRC-SUSP = 'N'
       MOVE 'UNKNOWN - SUSPFILE NOT AVAILABLE' TO IQ-TEXT
    ELSE
       MOVE LIFE-SUSP-OPEN    TO WS-INQ-COUNT-ED
       MOVE LIFE-SUSP-CLEARED TO WS-INQ-COUNT2-ED
       STRING 'OPEN' WS-INQ-COUNT-ED '  CLEARED' WS-INQ-COUNT2-ED
           DELIMITED BY SIZE INTO IQ-TEXT
    END-IF.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.

SHOW-INQ-DELIVERY.
    MOVE 'DISTRIBUTED' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    EVALUATE TRUE
        WHEN LIFE-DIST-FILES > 0
             MOVE LIFE-DIST-DATE TO WS-INQ-DATE-ED
             MOVE LIFE-DIST-RECORDS TO WS-INQ-COUNT-ED
             STRING 'YES ON ' WS-INQ-DATE-ED ' RECORDS'
                 WS-INQ-COUNT-ED
                 DELIMITED BY SIZE INTO IQ-TEXT
        WHEN LIFE-SRC-DIST = 'N'
             MOVE 'UNKNOWN - DISTREG NOT AVAILABLE' TO IQ-TEXT
        WHEN OTHER
             MOVE 'NO' TO IQ-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.
    MOVE 'ACKNOWLEDGED' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    EVALUATE TRUE
        WHEN LIFE-ACK-SYSTEMS > 0
             MOVE LIFE-ACK-SYSTEMS TO WS-INQ-COUNT-ED
             STRING 'YES BY' WS-INQ-COUNT-ED ' SYSTEM(S), FIRST '
                 LIFE-ACK-FIRST
                 DELIMITED BY SIZE INTO IQ-TEXT
        WHEN LIFE-SRC-ACK = 'N'
             MOVE 'UNKNOWN - SQRTACK NOT AVAILABLE' TO IQ-TEXT
        WHEN OTHER
             MOVE 'NO' TO IQ-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.

SHOW-INQ-BILLED.
    MOVE 'BILLED' TO IQ-LABEL.
    MOVE SPACES TO IQ-TEXT.
    EVALUATE TRUE
        WHEN LIFE-BILLED
             MOVE LIFE-BILL-DATE TO WS-INQ-DATE2-ED
             STRING 'YES - BILLING RUN OF ' WS-INQ-DATE2-ED
                 DELIMITED BY SIZE INTO IQ-TEXT
        WHEN LIFE-SRC-BILL = 'N'
             MOVE 'UNKNOWN - BILLHIST NOT AVAILABLE' TO IQ-TEXT
        WHEN OTHER
             MOVE 'NOT YET BILLED' TO IQ-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM INQ-STAGE-LINE.

*>a past run's reports out of the report repository SQRTRFIL
*>files each night - the run's reports this operator may see are
*>listed, one is picked, and it comes up in the option 6 viewer
*>under the same department rule.  The run-level RECONRPT and
*>OPSRPT carry no department and are listed for supervisors only
PAST-RUN-REPORTS.
    WRITE OUT-LINE FROM PAST-RUN-PROMPT.
    MOVE SPACES TO WS-VAL-RAW.
    ACCEPT WS-VAL-RAW.
    MOVE 0 TO WS-PAST-RUN-NO.
    IF WS-VAL-RAW NOT = SPACES
       PERFORM PARSE-VALUE
       IF WS-VAL-BAD OR WS-VAL-SIGN-SEEN OR WS-VAL-FRAC NOT = 0
          OR WS-VAL-VAL < 1 OR WS-VAL-VAL > 999999
          WRITE OUT-LINE FROM PAST-BAD-RUN-MESS
          GO TO PAST-RUN-REPORTS-EXIT
       END-IF
       MOVE WS-VAL-VAL TO WS-PAST-RUN-NO
    END-IF.
    MOVE 0 TO WS-PR-CT.
    MOVE 0 TO WS-PAST-BEST-RUN.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT REPORT-DIR-FILE.
    IF RDIR-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-RPTDIR-MESS
       GO TO PAST-RUN-REPORTS-EXIT
    END-IF.
    PERFORM TAKE-ONE-PAST-REPORT UNTIL FILE-EOF.
    CLOSE REPORT-DIR-FILE.
    IF WS-PR-CT = 0
       WRITE OUT-LINE FROM PAST-NONE-MESS
       GO TO PAST-RUN-REPORTS-EXIT
    END-IF.
    WRITE OUT-LINE FROM PAST-HEAD-LINE.
    PERFORM LIST-ONE-PAST-REPORT
        VARYING WS-PR-SUB FROM 1 BY 1
        UNTIL WS-PR-SUB > WS-PR-CT.
    WRITE OUT-LINE FROM PAST-PICK-PROMPT.
    MOVE SPACES TO WS-PAST-CMD.
    ACCEPT WS-PAST-CMD.
    IF WS-PAST-CMD = 'Q' OR WS-PAST-CMD = 'q'
       OR WS-PAST-CMD = SPACES
       GO TO PAST-RUN-REPORTS-EXIT
    END-IF.
    MOVE WS-PAST-CMD TO WS-VAL-RAW.
    PERFORM PARSE-VALUE.
    IF WS-VAL-BAD OR WS-VAL-SIGN-SEEN OR WS-VAL-FRAC NOT = 0
       OR WS-VAL-VAL < 1 OR WS-VAL-VAL > WS-PR-CT
       WRITE OUT-LINE FROM PAST-BAD-PICK-MESS
       GO TO PAST-RUN-REPORTS-EXIT
    END-IF.
    MOVE WS-VAL-VAL TO WS-PR-PICK.
    MOVE PR-FILE(WS-PR-PICK) TO WS-RPTIN-NAME.
    MOVE PR-REPORT(WS-PR-PICK) TO WS-VIEW-REPORT.
    PERFORM VIEW-REPORT THRU VIEW-REPORT-EXIT.
    IF RPTIN-FILE-STATUS = '00'
       PERFORM LOG-REPRINT-P
    END-IF.
*>option 6 goes back to tonight's SQRTRPT
    MOVE 'SQRTRPT' TO WS-RPTIN-NAME.
    MOVE 'SQRTRPT' TO WS-VIEW-REPORT.
PAST-RUN-REPORTS-EXIT.
    EXIT.

TAKE-ONE-PAST-REPORT.
    MOVE SPACES TO REPORT-DIR-REC.
    READ REPORT-DIR-FILE INTO REPORT-DIR-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF OR RD-RUN-NO NOT NUMERIC OR RD-FILE = SPACES
       CONTINUE
    ELSE
       IF NOT WS-SEES-ALL-DEPTS
          AND (RD-REPORT = 'RECONRPT' OR RD-REPORT = 'OPSRPT')
          CONTINUE
       ELSE
          IF WS-PAST-RUN-NO = 0
             IF RD-RUN-NO > WS-PAST-BEST-RUN
                MOVE RD-RUN-NO TO WS-PAST-BEST-RUN
                MOVE 0 TO WS-PR-CT
             END-IF
             IF RD-RUN-NO = WS-PAST-BEST-RUN
                PERFORM KEEP-PAST-REPORT
             END-IF
          ELSE
             IF RD-RUN-NO = WS-PAST-RUN-NO
                PERFORM KEEP-PAST-REPORT
             END-IF
          END-IF
       END-IF
    END-IF.

KEEP-PAST-REPORT.
    IF WS-PR-CT < WS-PR-MAX
       ADD 1 TO WS-PR-CT
       MOVE RD-RUN-NO   TO PR-RUN-NO(WS-PR-CT)
       MOVE RD-RUN-DATE TO PR-RUN-DATE(WS-PR-CT)
       MOVE RD-REPORT   TO PR-REPORT(WS-PR-CT)
       MOVE RD-FILE     TO PR-FILE(WS-PR-CT)
    END-IF.

LIST-ONE-PAST-REPORT.
    MOVE WS-PR-SUB TO PL-NO.
    MOVE PR-REPORT(WS-PR-SUB) TO PL-REPORT.
    MOVE PR-RUN-NO(WS-PR-SUB) TO PL-RUN-NO.
    MOVE PR-RUN-DATE(WS-PR-SUB) TO PL-DATE.
    WRITE OUT-LINE FROM PAST-LIST-LINE.

*>the keyed value taken apart character by character - the same
*>grammar PARSE-EXPONENT enforces, widened to the eleven integer
*>and six fraction digits TRAN-NUM holds
       GO TO APPEND-PENDING-RECORD-EXIT
    END-IF.
    CLOSE PENDING-FILE.
    PERFORM LOG-ENTRY-T.
    ADD 1 TO WS-PEND-COUNT.
    MOVE WS-PEND-COUNT TO EA-COUNT.
    MOVE WS-PROF-SRC      TO EA-PROF-SRC.
    MOVE WS-EFF-TOLERANCE TO EA-TOLERANCE.
    MOVE WS-EFF-MAX-ITER  TO EA-MAX-ITER.
    IF WS-PROF-DECIMALS NUMERIC
       MOVE WS-PROF-DECIMALS TO EA-DECIMALS
       MOVE WS-PROF-ROUNDING TO EA-ROUNDING
    ELSE
       MOVE 'FULL' TO EA-DECIMALS
       MOVE SPACE TO EA-ROUNDING
    END-IF.
    WRITE OUT-LINE FROM ENT-ADDED-LINE.
APPEND-PENDING-RECORD-EXIT.
    EXIT.
       MOVE CLNT-AUTH-EXP  TO CM-AUTH-EXP(WS-CM-CT)
       MOVE CLNT-AUTH-POW  TO CM-AUTH-POW(WS-CM-CT)
       MOVE CLNT-STATUS    TO CM-STATUS(WS-CM-CT)
       MOVE CLNT-NEG-ROOTS TO CM-NEG-ROOTS(WS-CM-CT)
    END-IF.

SET-AUD-CONV-STATUS.
    MOVE WS-AUD-STATUS TO LOG-STATUS.
*>interactive work belongs to no batch run
    MOVE 0 TO LOG-RUN-NO.
    IF WS-AUD-STATUS = 'I'
       MOVE 0 TO LOG-Y-IMAG
    ELSE
       MOVE Y-IMAG TO LOG-Y-IMAG
    END-IF.
*>the exponent rides only on a power that was computed
    IF WS-AUD-FUNC = 'P' AND WS-AUD-STATUS NOT = 'I'
       MOVE POWER-EXPONENT TO LOG-EXPONENT
    ELSE
       MOVE 0 TO LOG-EXPONENT
    END-IF.
    MOVE WS-PROF-SRC      TO LOG-PROF-SRC.
    MOVE WS-EFF-TOLERANCE TO LOG-TOLERANCE.
    MOVE WS-EFF-MAX-ITER  TO LOG-MAX-ITER.
    MOVE WS-PROF-DECIMALS TO LOG-DECIMALS.
    MOVE WS-PROF-ROUNDING TO LOG-ROUNDING.
*>the menu never consults the results master
    MOVE SPACE TO LOG-CACHE-SRC.
    WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-REC.
    CLOSE AUDIT-LOG-FILE.
WRITE-MENU-AUDIT-EXIT.
    EXIT.

*>the clients' calculation profiles, off CALCPROF.  A
*>tolerance or cap that is not a number takes CALCCFG's for that
*>field, a decimals column that is not one digit delivers full
*>precision, and a rounding rule other than H or B truncates - the
*>way every answer was delivered before profiles
LOAD-CALC-PROFILES.
    OPEN INPUT CALC-PROF-FILE.
    IF CPRF-FILE-STATUS = '00'
       PERFORM LOAD-ONE-CALC-PROFILE
           UNTIL CPRF-FILE-STATUS NOT = '00'
           OR WS-PF-CT >= WS-PF-MAX
       CLOSE CALC-PROF-FILE
    END-IF.

LOAD-ONE-CALC-PROFILE.
    READ CALC-PROF-FILE
        AT END CONTINUE
    END-READ.
    IF CPRF-FILE-STATUS = '00' AND PROF-CLIENT NOT = SPACES
       ADD 1 TO WS-PF-CT
       MOVE PROF-CLIENT TO PF-CLIENT(WS-PF-CT)
       MOVE PROF-FUNC   TO PF-FUNC(WS-PF-CT)
       IF PROF-TOLERANCE NUMERIC
          MOVE PROF-TOLERANCE TO PF-TOLERANCE(WS-PF-CT)
       ELSE
          MOVE 0 TO PF-TOLERANCE(WS-PF-CT)
       END-IF
       IF PROF-MAX-ITER NUMERIC
          MOVE PROF-MAX-ITER TO PF-MAX-ITER(WS-PF-CT)
       ELSE
          MOVE 0 TO PF-MAX-ITER(WS-PF-CT)
       END-IF
       IF PROF-DECIMALS NUMERIC
          MOVE PROF-DECIMALS TO PF-DECIMALS(WS-PF-CT)
          IF PROF-ROUNDING = 'H' OR PROF-ROUNDING = 'B'
             MOVE PROF-ROUNDING TO PF-ROUNDING(WS-PF-CT)
          ELSE
             MOVE 'T' TO PF-ROUNDING(WS-PF-CT)
          END-IF
       ELSE
          MOVE SPACE TO PF-DECIMALS(WS-PF-CT)
          MOVE SPACE TO PF-ROUNDING(WS-PF-CT)
       END-IF
    END-IF.

*>which rules the entry in hand computes under - the client's
*>profile for the function if it has one, otherwise its profile
*>for all functions, otherwise CALCCFG; a profile's zero tolerance
*>or cap takes CALCCFG's for that field alone.  The tolerance and
*>cap in force are worked out the way the subprograms default a
*>zero, so the log sees what the loop used
SET-CALC-PROFILE.
    MOVE 'C' TO WS-PROF-SRC.
    MOVE WS-CFG-TOLERANCE TO CALC-TOLERANCE.
    MOVE WS-CFG-MAX-ITER  TO CALC-MAX-ITER.
    MOVE SPACE TO WS-PROF-DECIMALS.
    MOVE SPACE TO WS-PROF-ROUNDING.
    IF WS-PF-CT > 0 AND WS-PF-CLIENT NOT = SPACES
       PERFORM FIND-CALC-PROFILE
       IF WS-PF-FOUND
          IF PF-FUNC(WS-PF-USE) = SPACE
             MOVE 'A' TO WS-PROF-SRC
          ELSE
             MOVE 'F' TO WS-PROF-SRC
          END-IF
          IF PF-TOLERANCE(WS-PF-USE) > 0
             MOVE PF-TOLERANCE(WS-PF-USE) TO CALC-TOLERANCE
          END-IF
          IF PF-MAX-ITER(WS-PF-USE) > 0
             MOVE PF-MAX-ITER(WS-PF-USE) TO CALC-MAX-ITER
          END-IF
          MOVE PF-DECIMALS(WS-PF-USE) TO WS-PROF-DECIMALS
          MOVE PF-ROUNDING(WS-PF-USE) TO WS-PROF-ROUNDING
       END-IF
    END-IF.
    IF CALC-TOLERANCE = 0
       MOVE 0.000001 TO WS-EFF-TOLERANCE
    ELSE
       MOVE CALC-TOLERANCE TO WS-EFF-TOLERANCE
    END-IF.
    IF CALC-MAX-ITER = 0
       MOVE 1000 TO WS-EFF-MAX-ITER
    ELSE
       MOVE CALC-MAX-ITER TO WS-EFF-MAX-ITER
    END-IF.

*>an interactive compute runs under the signed-on department's
*>profile for the function being worked
SET-OPER-PROFILE.
    MOVE WS-OPER-DEPT TO WS-PF-CLIENT.
    MOVE WS-AUD-FUNC  TO WS-PF-FUNC.
    PERFORM SET-CALC-PROFILE.

FIND-CALC-PROFILE.
    IF WS-PF-FUNC = SPACE
       MOVE 'R' TO WS-PF-FUNC
    END-IF.
    MOVE 'N' TO WS-PF-FOUND-SW.
    MOVE 0 TO WS-PF-USE.
    PERFORM MATCH-ONE-FUNC-PROFILE
        VARYING WS-PF-SUB FROM 1 BY 1
        UNTIL WS-PF-SUB > WS-PF-CT OR WS-PF-FOUND.
    IF NOT WS-PF-FOUND
       PERFORM MATCH-ONE-CLIENT-PROFILE
           VARYING WS-PF-SUB FROM 1 BY 1
           UNTIL WS-PF-SUB > WS-PF-CT OR WS-PF-FOUND
    END-IF.

MATCH-ONE-FUNC-PROFILE.
    IF PF-CLIENT(WS-PF-SUB) = WS-PF-CLIENT
       AND PF-FUNC(WS-PF-SUB) = WS-PF-FUNC
       SET WS-PF-FOUND TO TRUE
       MOVE WS-PF-SUB TO WS-PF-USE
    END-IF.

MATCH-ONE-CLIENT-PROFILE.
    IF PF-CLIENT(WS-PF-SUB) = WS-PF-CLIENT
       AND PF-FUNC(WS-PF-SUB) = SPACE
       SET WS-PF-FOUND TO TRUE
       MOVE WS-PF-SUB TO WS-PF-USE
    END-IF.

*>delivers the answer to the profile's decimal places by its
*>rounding rule, the real and imaginary parts alike.  No decimals
*>on the profile (or no profile) leaves the answer exactly as the
*>subprogram handed it back, and nine places is what it already is
APPLY-OUTPUT-PROFILE.
    IF WS-PROF-DECIMALS NUMERIC AND WS-PROF-DECIMALS < '9'
       MOVE WS-PROF-DECIMALS TO WS-RND-DEC
       MOVE Y TO WS-RND-VALUE
       PERFORM ROUND-ONE-RESULT
       MOVE WS-RND-VALUE TO Y
       MOVE Y-IMAG TO WS-RND-VALUE
       PERFORM ROUND-ONE-RESULT
       MOVE WS-RND-VALUE TO Y-IMAG
    END-IF.

*>works on the magnitude, so a negative answer rounds the way its
*>positive twin does.  The nine fraction digits are divided down
*>to the kept places and the remainder judged against half a unit
*>in the last kept place; half-even looks at that last kept digit
*>(the units digit when no decimals are kept) to break a tie
ROUND-ONE-RESULT.
    IF WS-RND-VALUE < 0
       SET WS-RND-NEGATIVE TO TRUE
       COMPUTE WS-RND-ABS = 0 - WS-RND-VALUE
    ELSE
       MOVE 'N' TO WS-RND-NEG-SW
       MOVE WS-RND-VALUE TO WS-RND-ABS
    END-IF.
    COMPUTE WS-RND-DIVISOR = 10 ** (9 - WS-RND-DEC).
    COMPUTE WS-RND-LIMIT = 10 ** WS-RND-DEC.
    COMPUTE WS-RND-HALF = WS-RND-DIVISOR / 2.
    DIVIDE WS-RND-FRAC BY WS-RND-DIVISOR GIVING WS-RND-KEEP
        REMAINDER WS-RND-REST.
    IF WS-RND-DEC = 0
       MOVE WS-RND-INT TO WS-RND-LAST
    ELSE
       MOVE WS-RND-KEEP TO WS-RND-LAST
    END-IF.
    DIVIDE WS-RND-LAST BY 2 GIVING WS-RND-PAIR
        REMAINDER WS-RND-ODD.
    EVALUATE TRUE
        WHEN WS-PROF-ROUNDING = 'H'
             AND WS-RND-REST >= WS-RND-HALF
             ADD 1 TO WS-RND-KEEP
        WHEN WS-PROF-ROUNDING = 'B'
             AND WS-RND-REST > WS-RND-HALF
             ADD 1 TO WS-RND-KEEP
        WHEN WS-PROF-ROUNDING = 'B'
             AND WS-RND-REST = WS-RND-HALF
             AND WS-RND-ODD = 1
             ADD 1 TO WS-RND-KEEP
        WHEN OTHER
             CONTINUE
    END-EVALUATE.
    IF WS-RND-KEEP >= WS-RND-LIMIT
       SUBTRACT WS-RND-LIMIT FROM WS-RND-KEEP
       ADD 1 TO WS-RND-INT
    END-IF.
    COMPUTE WS-RND-FRAC = WS-RND-KEEP * WS-RND-DIVISOR.
    IF WS-RND-NEGATIVE
       COMPUTE WS-RND-VALUE = 0 - WS-RND-ABS
    ELSE
       MOVE WS-RND-ABS TO WS-RND-VALUE
    END-IF.

*>marks the printed line NC when the subprogram reports it ran
*>out of iterations, so the last guess never reads like an answer;
*>the imaginary column rides along, blank unless the root was
*>complex
SET-NC-FLAG.
    IF CALC-NOT-CONVERGED
       MOVE 'NC' TO OUT-NC
    ELSE
       MOVE SPACES TO OUT-NC
    END-IF.
    MOVE Y-IMAG TO OUT-Y-IMAG.
    IF Y-IMAG = 0
       MOVE SPACE TO OUT-IMAG-I
    ELSE
       MOVE 'i' TO OUT-IMAG-I
    END-IF.

*>flags non-numeric or zero/negative entries before the log and
*>power options call their subprograms - same pattern sqrtbaby.cob
*>uses; the roots have VALIDATE-ROOT-NUM
VALIDATE-NUM.
    SET WS-VALID-INPUT TO TRUE.
    IF IN-num-X(2:17) NOT NUMERIC
       END-IF
    END-IF.

*>the root options' own gate - non-numeric and zero are refused
*>as before, and a negative goes ahead unless the operator's
*>department has declined roots of negatives on the client master
VALIDATE-ROOT-NUM.
    SET WS-VALID-INPUT TO TRUE.
    IF IN-num-X(2:17) NOT NUMERIC
       SET WS-INVALID-INPUT TO TRUE
    ELSE
       IF IN-num = 0
          SET WS-INVALID-INPUT TO TRUE
       ELSE
          IF IN-num < 0
             MOVE WS-OPER-DEPT TO WS-ENT-CLIENT
             MOVE ROOT-DEGREE TO WS-NEG-DEGREE
             PERFORM CHECK-NEG-ROOT-OPTION
             IF NOT WS-NEG-ROOT-OK
                SET WS-INVALID-INPUT TO TRUE
             END-IF
          END-IF
       END-IF
    END-IF.

*>a client not on the master (or no master at all) computes, the
*>same fallback the batch readers run with
CHECK-NEG-ROOT-OPTION.
    SET WS-NEG-ROOT-OK TO TRUE.
    MOVE 'C' TO WS-NEG-ROOT-OPT.
    IF WS-CM-AVAILABLE
       PERFORM FIND-MASTER-CLIENT
       IF WS-CM-FOUND
          AND CM-NEG-ROOTS(WS-CM-USE) NOT = SPACE
          MOVE CM-NEG-ROOTS(WS-CM-USE) TO WS-NEG-ROOT-OPT
       END-IF
    END-IF.
    DIVIDE WS-NEG-DEGREE BY 2 GIVING WS-DEG-HALF
        REMAINDER WS-DEG-ODD.
    IF WS-NEG-ROOT-OPT = 'N'
       OR (WS-NEG-ROOT-OPT = 'R' AND WS-DEG-ODD = 0)
       MOVE 'N' TO WS-NEG-OK-SW
    END-IF.

*>picks up an operator-supplied tolerance/iteration cap when the
*>config file is present; otherwise calculatorbaby's own built-in
*>defaults stand (CALC-TOLERANCE/CALC-MAX-ITER left at zero)
       IF CFG-FILE-STATUS = '00'
          MOVE CFG-TOLERANCE TO CALC-TOLERANCE
          MOVE CFG-MAX-ITER  TO CALC-MAX-ITER
          MOVE CFG-TOLERANCE TO WS-CFG-TOLERANCE
          MOVE CFG-MAX-ITER  TO WS-CFG-MAX-ITER
       END-IF
       CLOSE CALC-CONFIG-FILE
    END-IF.
