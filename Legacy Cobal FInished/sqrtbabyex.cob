SELECT CALC-CONFIG-FILE ASSIGN TO "CALCCFG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CFG-FILE-STATUS.
*>per-client calculation profiles - a client's own tolerance,
*>iteration cap, output decimals and rounding rule, laid over the
*>CALCCFG settings for that client's records; optional, same
*>status-checked open CALCCFG gets
SELECT CALC-PROF-FILE ASSIGN TO "CALCPROF"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PROF-FILE-STATUS.
*>client master of the departments authorized to submit work,
*>with the function codes each may use - loaded at start-up so
*>every record's client can be validated instead of any eight
SELECT CLIENT-MAST-FILE ASSIGN TO "CLNTMAST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CLNT-FILE-STATUS.
*>monthly volume quotas - each client's allowance of computed
*>records for the calendar month, and the cumulative log the
*>month-to-date usage is counted off at start-up (the main SQRTLOG
*>on a single-stream run, read and closed before this run appends
*>to it; the consolidated log on a parallel stream, whose own
*>SQRTLOG starts empty).  Records past the allowance go to the
*>HELDFILE queue instead of the compute, for an operator to
*>release through the menu
SELECT QUOTA-FILE ASSIGN TO "QUOTAFIL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS QUOT-FILE-STATUS.
SELECT QUOTA-LOG-FILE ASSIGN TO "QUOTALOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS QLOG-FILE-STATUS.
SELECT HELD-FILE ASSIGN TO "HELDFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HELD-FILE-STATUS.
*>the cumulative log the record-level duplicate check looks back
*>through - same file QUOTALOG names, read and closed at start-up
*>before this run appends to its own SQRTLOG
SELECT DUP-LOG-FILE ASSIGN TO "DUPLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS DLOG-FILE-STATUS.
*>persistent audit trail of every value processed, appended run
*>over run so old results can still be answered for after the fact
*>- same SQRTLOG SQRTBABY already keeps
SELECT CLIENT-RESP-FILE ASSIGN TO WS-RESP-FILE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RESP-FILE-STATUS.
*>per-client range results tables - the value-against-result
*>print a range record earns on top of its response lines, named
*>off the client id the same way and opened around each range
SELECT CLIENT-TBL-FILE ASSIGN TO WS-TBL-FILE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS TBL-FILE-STATUS.
*>register of the response files cut - one line per file as its
*>trailer goes out, for the submission inquiry
SELECT DIST-REG-FILE ASSIGN TO "DISTREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS DREG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*>widened from X(80) when the imaginary column went on the end of
*>the detail line for the complex roots of negative values
FD STANDARD-OUTPUT.
  01 out-line pic X(132).

FD CONSOLE-OUT.
  01 console-line pic X(80).
  01 stream-id-line pic X(01).

FD SUBMIT-REG-FILE.
  01 submit-reg-line pic X(48).

FD CHECKPOINT-FILE.
    COPY "ckptrec.cpy".
FD CALC-CONFIG-FILE.
    COPY "cfgrec.cpy".

FD CALC-PROF-FILE.
    COPY "profrec.cpy".

FD CLIENT-MAST-FILE.
    COPY "clntrec.cpy".

FD QUOTA-FILE.
    COPY "quotarec.cpy".

FD QUOTA-LOG-FILE.
  01 quota-log-line pic X(160).

FD HELD-FILE.
  01 held-line pic X(120).

FD DUP-LOG-FILE.
  01 dup-log-line pic X(160).

*>widened from X(80) when the function/degree/client fields were
*>added to the log line
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD RESULT-MAST-FILE.
    COPY "mastrec.cpy".
FD CLIENT-RESP-FILE.
  01 client-resp-line pic X(132).

FD CLIENT-TBL-FILE.
  01 client-tbl-line pic X(132).

FD DIST-REG-FILE.
  01 dist-reg-line pic X(60).

FD EXP-RPT-FILE.
  01 exp-rpt-line pic X(132).

*>session
77 WS-QUIT-VALUE  PIC S9(11)V9(6) VALUE -999999999.

*>invalid-input detection for the interactive prompt - a zero
*>entry is no usable square-root input, so it is reported on
*>ERROR-MESS instead of being run through calculatorbaby; a
*>negative one (other than the quit sentinel above) now comes back
*>as its complex root
77 WS-VALID-SW      PIC X(01) VALUE 'Y'.
   88 WS-VALID-INPUT           VALUE 'Y'.
   88 WS-INVALID-INPUT         VALUE 'N'.
77 WS-EXT-HASH-X     PIC S9(13)V9(6) SIGN LEADING SEPARATE.
77 WS-EXT-NUM        PIC S9(11)V9(6) SIGN LEADING SEPARATE.
77 WS-EXT-Y          PIC S9(11)V9(6) SIGN LEADING SEPARATE.
*>imaginary part of a complex root, last field on the D record -
*>zero on every real result
77 WS-EXT-Y-IMAG     PIC S9(11)V9(6) SIGN LEADING SEPARATE.
77 WS-EXT-DEG        PIC 9(2)  VALUE 0.
77 WS-EXT-ITER       PIC 9(5)  VALUE 0.
77 WS-EXT-STATUS     PIC X(1)  VALUE SPACE.
   88 WS-MAST-UNAVAILABLE       VALUE 'N'.
77 WS-MAST-HIT-SW    PIC X(01) VALUE 'N'.
   88 WS-MAST-HIT               VALUE 'Y'.
*>the usage the lookup found on a record already on file, carried
*>over when a miss recomputes and refreshes it; and what the master
*>did for the record in hand, for LOG-CACHE-SRC
77 WS-MAST-ON-FILE-SW PIC X(01) VALUE 'N'.
   88 WS-MAST-ON-FILE           VALUE 'Y'.
77 WS-MAST-KEEP-HITS  PIC 9(07) VALUE 0.
77 WS-MAST-KEEP-FIRST PIC 9(08) VALUE 0.
77 WS-CACHE-SRC       PIC X(01) VALUE SPACE.
*>the tolerance this run is really computing under - the same
*>calculatorbaby default stands in while CALC-TOLERANCE still
*>says "not set", so master records compare against the value
      03 CM-AUTH-EXP  PIC X(01).
      03 CM-AUTH-POW  PIC X(01).
      03 CM-STATUS    PIC X(01).
      03 CM-NEG-ROOTS PIC X(01).
      03 CM-DUP-DAYS  PIC 9(03).

*>what the submitting client wants done with a root of a negative
*>value - CLNT-NEG-ROOTS off the master, C (compute) when the
*>client is blank, not on file, or no master was loaded
77 WS-NEG-ROOT-OPT   PIC X(01) VALUE 'C'.
*>degree halved, for telling an odd root from an even one
77 WS-DEG-HALF       PIC 9(02) VALUE 0.
77 WS-DEG-ODD        PIC 9(01) VALUE 0.
*>set while the result in hand is a complex root - kept off the
*>results master, whose record has no room for an imaginary part
77 WS-COMPLEX-SW     PIC X(01) VALUE 'N'.
   88 WS-COMPLEX-ROOT           VALUE 'Y'.

*>the month's quotas held for the run - allowance and usage so
*>far, the usage starting at the month-to-date count off QUOTALOG
*>and climbing with every record this run computes.  No QUOTAFIL
*>(or an empty one) switches the holding off and every record
*>computes as before
77 QUOT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 QLOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-QT-AVAIL-SW    PIC X(01) VALUE 'N'.
   88 WS-QT-AVAILABLE           VALUE 'Y'.
77 WS-QT-MAX    PIC 9(3) VALUE 200.
77 WS-QT-CT     PIC 9(3) VALUE 0.
77 WS-QT-SUB    PIC 9(3) VALUE 0.
77 WS-QT-USE    PIC 9(3) VALUE 0.
77 WS-QT-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-QT-FOUND              VALUE 'Y'.
77 WS-QT-CLIENT PIC X(08) VALUE SPACES.
77 WS-QT-FUNC   PIC X(01) VALUE SPACE.
*>a parallel stream's share of what the month has left
77 WS-QT-LEFT   PIC 9(7) VALUE 0.
77 WS-QT-SHARE  PIC 9(7) VALUE 0.
77 WS-QT-ODD    PIC 9(1) VALUE 0.
01 QUOTA-TABLE.
   02 QT-ENTRY OCCURS 200 TIMES.
      03 QT-CLIENT PIC X(08).
      03 QT-FUNC   PIC X(01).
      03 QT-ALLOW  PIC 9(07).
      03 QT-USED   PIC 9(07).

*>the per-client calculation profiles held for the run, off
*>CALCPROF - no file (or an empty one) leaves every record on the
*>shop's CALCCFG settings exactly as before
77 PROF-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-PF-MAX    PIC 9(3) VALUE 200.
77 WS-PF-CT     PIC 9(3) VALUE 0.
77 WS-PF-SUB    PIC 9(3) VALUE 0.
77 WS-PF-USE    PIC 9(3) VALUE 0.
77 WS-PF-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-PF-FOUND              VALUE 'Y'.
77 WS-PF-FUNC   PIC X(01) VALUE SPACE.
01 CALC-PROF-TABLE.
   02 PF-ENTRY OCCURS 200 TIMES.
      03 PF-CLIENT    PIC X(08).
      03 PF-FUNC      PIC X(01).
      03 PF-TOLERANCE PIC 9V9(6).
      03 PF-MAX-ITER  PIC 9(05).
      03 PF-DECIMALS  PIC X(01).
      03 PF-ROUNDING  PIC X(01).
*>the rules the record in hand runs under - which profile (F, A
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
*>the shop's own CALCCFG settings, kept apart so every record
*>starts from them before its client's profile is laid over
77 WS-CFG-TOLERANCE  PIC 9V9(6) VALUE 0.
77 WS-CFG-MAX-ITER   PIC 9(5)   VALUE 0.

*>the held-transaction queue - set while the record in hand is
*>being held instead of computed, and the held id sequence, built
*>the way the suspense id is so four streams never collide
COPY "heldrec.cpy".
77 HELD-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-HELD-SW        PIC X(01) VALUE 'N'.
   88 WS-HELD-REC               VALUE 'Y'.
77 WS-HELD-OPEN-SW   PIC X(01) VALUE 'N'.
   88 WS-HELD-OPEN              VALUE 'Y'.
77 WS-HELD-SEQ       PIC 9(6) VALUE 0.
77 WS-HELD-COUNT     PIC 9(7) VALUE 0.

*>the record-level duplicate check - what each client with a
*>CLNT-DUP-DAYS window already had computed inside that window,
*>off the cumulative log DUPLOG names, plus every record this run
*>computes, so a repeat further down the same file is caught too.
*>No client with a window on the master switches the check off
77 DLOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-DH-AVAIL-SW    PIC X(01) VALUE 'N'.
   88 WS-DH-AVAILABLE           VALUE 'Y'.
77 WS-DH-MAX    PIC 9(4) VALUE 5000.
77 WS-DH-CT     PIC 9(4) VALUE 0.
77 WS-DH-SUB    PIC 9(4) VALUE 0.
77 WS-DH-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-DH-FOUND              VALUE 'Y'.
77 WS-DH-FULL-SW  PIC X(01) VALUE 'N'.
   88 WS-DH-FULL               VALUE 'Y'.
77 WS-DUP-COUNT   PIC 9(7) VALUE 0.
77 WS-DUP-AGE     PIC S9(7) VALUE 0.
*>a log line's age in days, with thirty-day months - the same
*>coarse reckoning the suspense aging uses
01 WS-DUP-TODAY   PIC 9(8) VALUE ZEROES.
01 WS-DUP-TODAY-PARTS REDEFINES WS-DUP-TODAY.
   02 DT-YYYY PIC 9(4).
   02 DT-MM   PIC 9(2).
   02 DT-DD   PIC 9(2).
01 WS-DUP-LINE-DATE PIC 9(8) VALUE ZEROES.
01 WS-DUP-LINE-PARTS REDEFINES WS-DUP-LINE-DATE.
   02 DL-YYYY PIC 9(4).
   02 DL-MM   PIC 9(2).
   02 DL-DD   PIC 9(2).
*>what makes two records the same - client, value, function, the
*>degree of a root, the exponent of a power (zero on the others) -
*>laid out byte for byte as a table entry so the two compare whole
01 WS-DUP-KEY.
   02 DK-CLIENT  PIC X(08).
   02 DK-NUM     PIC S9(11)V9(6).
   02 DK-FUNC    PIC X(01).
   02 DK-DEGREE  PIC 9(02).
   02 DK-EXP     PIC S9(3)V9(6).
01 DUP-HIST-TABLE.
   02 DH-ENTRY OCCURS 5000 TIMES PIC X(37).

*>per-client counts for the end-of-run breakdown - one slot per
*>submitting department seen this run, the last slot standing in
      03 CT-RSP-OPEN-SW PIC X(01).
      03 CT-RSP-COUNT   PIC 9(7).
      03 CT-RSP-HASH    PIC S9(13)V9(6).
*>and whether its range results table has been started this run
      03 CT-TBL-OPEN-SW PIC X(01).

*>the per-client response distribution files - each client's
*>records, pipe-delimited like the main extract, under their own
77 WS-RESP-NEW-SW    PIC X(01) VALUE 'N'.
   88 WS-RESP-NEW-FILE          VALUE 'Y'.
01 RESP-REC          PIC X(132).
*>range records - the record as it came in, kept while its values
*>go through one at a time in its place, the value being worked,
*>and the run's counts of ranges expanded and values they gave.
*>The range is judged and its values worked out by SQRTRANG
COPY "ranglink.cpy".
01 WS-RANGE-TRAN     PIC X(95) VALUE SPACES.
77 WS-RANGE-SUB      PIC 9(5)  VALUE 0.
77 WS-RANGE-COUNT    PIC 9(7)  VALUE 0.
77 WS-RANGE-VALUES   PIC 9(7)  VALUE 0.
*>transaction records taken off SQRTIN - one per range however many
*>values it gave, so the checkpoint and the restart skip both
*>count what is really on the file; WS-REC-COUNT counts values
77 WS-IN-COUNT       PIC 9(7)  VALUE 0.

*>the per-client range results table - one heading per range and
*>its values three to a row, each value against its result and a
*>flag (NC not converged, HQ held over quota, CX complex with the
*>real part shown, or the reject reason with the result left
*>blank).  Unattributed and overflow clients share CLITBLU, as
*>their responses share CLIRSPU; on a parallel stream step the
*>name carries the stream (.S1 to .S4), since the streams run
*>apart and a range never spans two of them
77 WS-TBL-FILE-NAME  PIC X(20) VALUE SPACES.
77 WS-TBL-BASE-NAME  PIC X(20) VALUE SPACES.
77 TBL-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-TBL-OPEN-SW    PIC X(01) VALUE 'N'.
   88 WS-TBL-OPEN               VALUE 'Y'.
77 WS-CA-TBL-OPEN-SW PIC X(01) VALUE 'N'.
   88 WS-CA-TBL-OPEN            VALUE 'Y'.
77 WS-TBL-COL        PIC 9(1)  VALUE 0.
77 WS-TBL-COMPUTED   PIC 9(5)  VALUE 0.
77 WS-TBL-DEG-EDIT   PIC Z9.
77 WS-TBL-EXP-EDIT   PIC -ZZ9.999999.
01 RANGE-TITLE-LINE.
   02 FILLER PIC X(28) VALUE 'RANGE RESULTS TABLE  CLIENT '.
   02 RTL-CLIENT PIC X(08).
   02 FILLER PIC X(6) VALUE '  RUN '.
   02 RTL-RUN-NO PIC 9(06).
   02 FILLER PIC X(7) VALUE '  DATE '.
   02 RTL-RUN-DATE PIC 9999/99/99.
01 RANGE-SPEC-LINE.
   02 FILLER PIC X(9) VALUE 'FUNCTION '.
   02 RSL-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 RSL-PARM-LABEL PIC X(9).
   02 RSL-PARM PIC X(11).
   02 FILLER PIC X(7) VALUE '  FROM '.
   02 RSL-FROM PIC -(11)9.9(6).
   02 FILLER PIC X(4) VALUE ' TO '.
   02 RSL-TO PIC -(11)9.9(6).
   02 FILLER PIC X(6) VALUE ' STEP '.
   02 RSL-STEP PIC -(11)9.9(6).
   02 FILLER PIC X(9) VALUE '  VALUES '.
   02 RSL-COUNT PIC ZZZZ9.
01 RANGE-COL-HEADS.
   02 FILLER PIC X(44) VALUE
      '              VALUE               RESULT FL '.
   02 FILLER PIC X(44) VALUE
      '              VALUE               RESULT FL '.
   02 FILLER PIC X(44) VALUE
      '              VALUE               RESULT FL '.
01 RANGE-UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      ' ------------------  ------------------- -- '.
   02 FILLER PIC X(44) VALUE
      ' ------------------  ------------------- -- '.
   02 FILLER PIC X(44) VALUE
      ' ------------------  ------------------- -- '.
01 RANGE-ROW-LINE.
   02 RRL-ENTRY OCCURS 3 TIMES.
      03 RRL-VALUE    PIC -(11)9.9(6).
      03 FILLER       PIC X(2).
      03 RRL-RESULT   PIC -(11)9.9(6).
      03 RRL-RESULT-X REDEFINES RRL-RESULT PIC X(19).
      03 FILLER       PIC X(1).
      03 RRL-FLAG     PIC X(2).
      03 FILLER       PIC X(1).
01 RANGE-END-LINE.
   02 FILLER PIC X(15) VALUE 'END OF TABLE - '.
   02 REL-COUNT PIC ZZZZ9.
   02 FILLER PIC X(9) VALUE ' VALUES, '.
   02 REL-COMPUTED PIC ZZZZ9.
   02 FILLER PIC X(10) VALUE ' COMPUTED '.
01 RANGE-FLAG-LINE.
   02 FILLER PIC X(44) VALUE
      'FL: NC NOT CONVERGED  HQ HELD OVER QUOTA  CX'.
   02 FILLER PIC X(44) VALUE
      ' COMPLEX, REAL PART SHOWN  OTHERS THE REJECT'.
   02 FILLER PIC X(44) VALUE
      ' REASON (REJREC)                            '.

*>the distribution register line for the file whose trailer just
*>went out, and the client it registers under
COPY "distrec.cpy".
77 DREG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-DIST-CLIENT    PIC X(08) VALUE SPACES.

*>the SQRTIN submission control records and this run's verify
*>totals - the header and trailer are read off the transaction
   88 WS-SUB-TRL-SEEN           VALUE 'Y'.
77 WS-SUB-CLIENT     PIC X(08) VALUE SPACES.
77 WS-SUB-SERIAL     PIC 9(06) VALUE 0.
77 WS-SUB-HDR-DATE   PIC 9(08) VALUE 0.
77 WS-SUB-COUNT      PIC 9(07) VALUE 0.
77 WS-SUB-HASH       PIC S9(13)V9(6) VALUE 0.
77 WS-SUB-EXP-COUNT  PIC 9(07) VALUE 0.
   88 WS-SREG-DUPLICATE         VALUE 'Y'.
*>one register line per submission processed clean - appended only
*>after the whole file completed, so a restart of an abended run
*>never trips over its own serial.  The run number that processed
*>it, the date on the department's header, and the records it
*>carried follow the date, so the submission inquiry can trace
*>the file from the register; lines written before then stop at
*>the date
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

*>restart checkpoint - same SQRTCKPT convention as SQRTBABY, so a
*>rerun can skip back over records already finished instead of
   02 FILLER PIC X(3) VALUE 'DEG'.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FILLER PIC X(6) VALUE 'CLIENT'.
   02 FILLER PIC X(14) VALUE SPACES.
   02 FILLER PIC X(9) VALUE 'IMAGINARY'.

01 UNDERLINE-2.
   02 FILLER PIC X(20) VALUE ' -------------------'.
   02 FILLER PIC X(3) VALUE '---'.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FILLER PIC X(8) VALUE '--------'.
   02 FILLER PIC X(5) VALUE SPACES.
   02 FILLER PIC X(19) VALUE '-------------------'.

*>NUMBER and result columns went signed when the logarithm came
*>in - ln of a value below one is the first result this report
*>column is only the last guess - blank on a real answer
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-NC PIC X(02).
*>imaginary part of a complex root - an even root of a negative
*>value, where OUT-Y holds the real part - left blank on every
*>real answer so the ordinary lines read exactly as before
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-Y-IMAG PIC -(11)9.9(6) BLANK WHEN ZERO.
   02 OUT-IMAG-I PIC X(01).

*>nine-decimal variant of PRINT-LINE for a client whose profile
*>delivers more than six places - the NUMBER column's point in
*>the same column 14 and everything from ITER on in the same
*>columns, so the reconciliation, the merge, and the menu's
*>department filter read it like any other detail line
01 PRINT-LINE-EXT.
   02 FILLER PIC X VALUE SPACE.
   02 OUT-num-EXT  PIC -(11)9.9(9).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-Y-EXT  PIC -(11)9.9(9).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-K-EXT    PIC Z(04)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-FUNC-EXT PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-DEG-EXT PIC Z9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-CLIENT-EXT PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-NC-EXT PIC X(02).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OUT-Y-IMAG-EXT PIC -(11)9.9(9) BLANK WHEN ZERO.
   02 OUT-IMAG-I-EXT PIC X(01).
77 WS-EXT-LINE-SW    PIC X(01) VALUE 'N'.
   88 WS-EXT-LINE               VALUE 'Y'.

01 ERROR-MESS.
   02 FILLER PIC X VALUE SPACE.
   02 FILLER PIC X(13) VALUE SPACES.
   02 OT-CLIENT PIC X(08).

*>a record held on the quota queue - its value in the NUMBER
*>column like every other detail line, so the reconciliation
*>still counts it, and the client in the result line's CLIENT
*>column, where the menu's department filter looks for it
01 HELD-MESS.
   02 FILLER PIC X VALUE SPACE.
   02 HM-num   PIC -(11)9.9(6).
   02 FILLER PIC X(30) VALUE '     HELD - OVER MONTHLY QUOTA'.
   02 FILLER PIC X(13) VALUE SPACES.
   02 HM-CLIENT PIC X(08).

*>one line per submitting department after the run, so each
*>client's share can be read straight off the report - same
*>breakdown SQRTBABY prints under its trailer
    PERFORM ASSIGN-RUN-NUMBER THRU ASSIGN-RUN-NUMBER-EXIT.
    PERFORM READ-STREAM-ID.
    PERFORM READ-CONFIG.
    PERFORM LOAD-CALC-PROFILES.
    PERFORM LOAD-CLIENT-MASTER.
    PERFORM LOAD-CLIENT-QUOTAS THRU LOAD-CLIENT-QUOTAS-EXIT.
    PERFORM OPEN-AUDIT-LOG.
    PERFORM OPEN-RESULT-MASTER.
INFORM.
          GO TO FINISH
       END-IF
       PERFORM OPEN-REJECT-FILE
       PERFORM OPEN-HELD-FILE
       PERFORM OPEN-EXTRACT-FILE
       PERFORM READ-CHECKPOINT
       PERFORM LOAD-DUP-HISTORY THRU LOAD-DUP-HISTORY-EXIT
       PERFORM SKIP-TO-RESTART-POINT
       PERFORM READ-TRAN-RECORD
       PERFORM PROCESS-TRAN-RECORD THRU PROCESS-TRAN-RECORD-EXIT
       PERFORM FINISH-EXPRESS-FILES
       PERFORM WRITE-CLIENT-TOTALS
       PERFORM WRITE-PRIORITY-TOTALS
       PERFORM WRITE-HELD-TOTAL
       PERFORM WRITE-DUP-TOTAL
       PERFORM WRITE-RANGE-TOTAL
       PERFORM WRITE-NC-LISTING
       PERFORM WRITE-RUN-STATISTICS
       PERFORM WRITE-EXTRACT-TRAILER
           MOVE 2 TO ROOT-DEGREE.
           MOVE 'R' TO WS-FUNC-CODE.
           MOVE SPACES TO WS-CLIENT-ID.
           PERFORM SET-CALC-PROFILE.
           MOVE 0 TO Y-IMAG.
*>a negative entry is the square root of a negative - its complex
*>root, the same answer an unattributed batch record gets; only
*>zero is still turned away
           IF IN-num = 0
              SET WS-INVALID-INPUT TO TRUE
*>zeroed so the audit line for an invalid entry doesn't carry the
*>previous entry's result - same zeroing the batch path does
*>call external function - unless the results master already holds
*>this value at this degree, in which case the stored answer and
*>iteration count stand in for the whole Newton loop
*>an even root of a negative value is complex and never goes near
*>the master - MAST-Y has nowhere to keep the imaginary part
CALCULATOR-BABY.
    IF WS-VALID-INPUT
       MOVE 'N' TO WS-COMPLEX-SW
       IF num < 0
          DIVIDE ROOT-DEGREE BY 2 GIVING WS-DEG-HALF
              REMAINDER WS-DEG-ODD
          IF WS-DEG-ODD = 0
             SET WS-COMPLEX-ROOT TO TRUE
          END-IF
       END-IF
       MOVE 'N' TO WS-MAST-HIT-SW
       IF NOT WS-COMPLEX-ROOT
          PERFORM LOOKUP-RESULT-MASTER
       END-IF
       IF WS-MAST-HIT
          MOVE MAST-Y    TO Y
          MOVE 0         TO Y-IMAG
          MOVE MAST-ITER TO CALC-ITER-COUNT
*>only converged answers are ever stored on the master
          SET CALC-CONVERGED TO TRUE
       ELSE
          CALL "calculatorbaby" USING num, Y, ROOT-DEGREE,
              CALC-TOLERANCE, CALC-MAX-ITER, CALC-ITER-COUNT,
              CALC-CONVERGED-SW, Y-IMAG
          IF NOT WS-COMPLEX-ROOT
             PERFORM STORE-RESULT-MASTER
          END-IF
       END-IF
       MOVE num TO OUT-num
       MOVE Y TO OUT-Y

    DISPLAY-OUT.
    PERFORM CHECK-PAGE-BREAK.
    EVALUATE TRUE
        WHEN WS-HELD-REC
             MOVE IN-num TO HM-num
             MOVE WS-CLIENT-ID TO HM-CLIENT
             WRITE OUT-LINE FROM HELD-MESS
        WHEN WS-INVALID-INPUT
             MOVE IN-num TO OT-num
             MOVE WS-CLIENT-ID TO OT-CLIENT
             WRITE OUT-LINE FROM ERROR-MESS
        WHEN OTHER
             MOVE WS-FUNC-CODE TO OUT-FUNC
*>the degree column only means anything on a root line
             IF WS-FUNC-CODE = 'R'
                MOVE ROOT-DEGREE TO OUT-DEG
             ELSE
                MOVE 0 TO OUT-DEG
             END-IF
             MOVE WS-CLIENT-ID TO OUT-CLIENT
             IF CALC-NOT-CONVERGED
                MOVE 'NC' TO OUT-NC
                PERFORM RECORD-NON-CONVERGENCE
             ELSE
                MOVE SPACES TO OUT-NC
             END-IF
             MOVE Y-IMAG TO OUT-Y-IMAG
             IF Y-IMAG = 0
                MOVE SPACE TO OUT-IMAG-I
             ELSE
                MOVE 'i' TO OUT-IMAG-I
             END-IF
             PERFORM SET-PRINT-LINE-EXT
             IF WS-EXT-LINE
                WRITE OUT-LINE FROM PRINT-LINE-EXT
             ELSE
                WRITE OUT-LINE FROM PRINT-LINE
             END-IF
    END-EVALUATE.
*>a failed WRITE here would otherwise drop this record from the
*>report with no trace - abend instead of finishing clean over a
*>report that silently lost a line
    ADD 1 TO WS-LINE-CT.
    PERFORM WRITE-AUDIT-LOG.

*>a client whose profile delivers more than six places gets the
*>nine-decimal line, built from the standard line's own columns
SET-PRINT-LINE-EXT.
    MOVE 'N' TO WS-EXT-LINE-SW.
    IF WS-PROF-DECIMALS NUMERIC AND WS-PROF-DECIMALS > '6'
       SET WS-EXT-LINE TO TRUE
       MOVE num TO OUT-num-EXT
       MOVE Y TO OUT-Y-EXT
       MOVE OUT-K TO OUT-K-EXT
       MOVE OUT-FUNC TO OUT-FUNC-EXT
       MOVE OUT-DEG TO OUT-DEG-EXT
       MOVE OUT-CLIENT TO OUT-CLIENT-EXT
       MOVE OUT-NC TO OUT-NC-EXT
       MOVE Y-IMAG TO OUT-Y-IMAG-EXT
       MOVE OUT-IMAG-I TO OUT-IMAG-I-EXT
    END-IF.

*>reads the next NUM value off the batch transaction file
READ-TRAN-RECORD.
    READ TRAN-FILE
    IF WS-CTL-RECORD
       GO TO PROCESS-TRAN-RECORD-EXIT
    END-IF.
*>a range record goes through as each of its values in turn
    IF TRAN-RANGE-RECORD
       PERFORM EXPAND-RANGE-RECORD THRU EXPAND-RANGE-RECORD-EXIT
    ELSE
       PERFORM PROCESS-ONE-VALUE
    END-IF.
*>the checkpoint marks whole SQRTIN records, so a restart never
*>comes back into the middle of a range
    ADD 1 TO WS-IN-COUNT.
    PERFORM CHECK-CHECKPOINT.
PROCESS-TRAN-RECORD-EXIT.
    PERFORM READ-TRAN-RECORD.

*>one value - a single-value record, or one value of a range
*>standing in the range record's place - computed, printed,
*>logged, extracted, and distributed
PROCESS-ONE-VALUE.
*>which tier this record rides - blank is routine, so every file
*>from before the priority column runs unchanged
    IF TRAN-PRIORITY = 'X'
       MOVE 0 TO num
       MOVE 0 TO IN-num
    END-IF.
*>only calculatorbaby ever hands back an imaginary part - cleared
*>here so no other function's line carries the last one over
    MOVE 0 TO Y-IMAG.
    PERFORM SET-TRAN-FUNCTION THRU SET-TRAN-FUNCTION-EXIT.
*>the client's calculation profile, or CALCCFG without one
    PERFORM SET-CALC-PROFILE.
*>a good record whose client has used up the month's allowance is
*>held on the quota queue instead of computed
    MOVE 'N' TO WS-HELD-SW.
    IF WS-VALID-INPUT
       PERFORM CHECK-CLIENT-QUOTA THRU CHECK-CLIENT-QUOTA-EXIT
    END-IF.
    IF WS-HELD-REC
       PERFORM WRITE-HELD-RECORD
    ELSE
       IF WS-VALID-INPUT
          EVALUATE WS-FUNC-CODE
              WHEN 'R'  PERFORM CALCULATOR-BABY
              WHEN 'L'  PERFORM CALL-LOGBABY
              WHEN 'E'  PERFORM CALL-EXPBABY
              WHEN 'P'  PERFORM CALL-POWBABY
          END-EVALUATE
          PERFORM APPLY-OUTPUT-PROFILE
          PERFORM COUNT-QUOTA-USAGE
          PERFORM RECORD-DUP-HISTORY
       ELSE
          PERFORM WRITE-REJECT-RECORD
       END-IF
    END-IF.
    PERFORM CHECK-SUSPENSE-CLEARANCE.
    PERFORM DISPLAY-OUT.
    PERFORM WRITE-CLIENT-RESPONSE THRU
        WRITE-CLIENT-RESPONSE-EXIT.
    PERFORM CHECK-PROGRESS.

*>a range record SQRTRANG turns down rejects whole, as the one
*>record it came in as (NN or RS from SET-TRAN-FUNCTION); a good
*>one has each of its values put in its place in turn - the
*>range fields blanked, so the value reads as an ordinary
*>single-value record to everything downstream - and gets its
*>results table
EXPAND-RANGE-RECORD.
    MOVE 0 TO RNG-VALUE-NO.
    CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA.
    IF NOT RNG-VALID
       PERFORM PROCESS-ONE-VALUE
       GO TO EXPAND-RANGE-RECORD-EXIT
    END-IF.
    MOVE TRAN-RECORD TO WS-RANGE-TRAN.
    ADD 1 TO WS-RANGE-COUNT.
    MOVE 0 TO WS-TBL-COL.
    MOVE 0 TO WS-TBL-COMPUTED.
    MOVE SPACES TO RANGE-ROW-LINE.
    PERFORM RUN-ONE-RANGE-VALUE
        VARYING WS-RANGE-SUB FROM 1 BY 1
        UNTIL WS-RANGE-SUB > RNG-COUNT.
    PERFORM END-RANGE-TABLE.
EXPAND-RANGE-RECORD-EXIT.
    EXIT.

*>the nth value of the range in the range record's place.  A
*>corrected range resubmitted under its suspense id clears (or
*>supersedes) that id once, on its first value, not once a value
RUN-ONE-RANGE-VALUE.
    MOVE WS-RANGE-TRAN TO TRAN-RECORD.
    MOVE WS-RANGE-SUB TO RNG-VALUE-NO.
    CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA.
    MOVE RNG-VALUE TO TRAN-NUM.
    MOVE SPACE TO TRAN-REC-TYPE.
    MOVE SPACES TO TRAN-RANGE-AREA.
    IF WS-RANGE-SUB > 1
       MOVE SPACES TO TRAN-SUSP-ID
    END-IF.
    PERFORM PROCESS-ONE-VALUE.
    ADD 1 TO WS-RANGE-VALUES.
    IF WS-RANGE-SUB = 1
       PERFORM START-RANGE-TABLE
    END-IF.
    PERFORM ADD-RANGE-TABLE-ENTRY.

*>opens the client's table for the range just started - after its
*>first value went through, so the client slot (and with it the
*>catch-all decision) is settled - and heads it with the range's
*>own terms.  A table that can't be opened is a missing
*>deliverable, with the same standing as a response file
START-RANGE-TABLE.
    MOVE 'N' TO WS-TBL-OPEN-SW.
    PERFORM SET-RESPONSE-FILE-NAME.
    MOVE SPACES TO WS-TBL-BASE-NAME.
    MOVE SPACES TO WS-TBL-FILE-NAME.
    IF WS-RESP-CATCHALL
       MOVE 'CLITBLU' TO WS-TBL-BASE-NAME
    ELSE
       STRING 'CLITBL.' WS-CLIENT-ID
           DELIMITED BY SPACE INTO WS-TBL-BASE-NAME
    END-IF.
    IF WS-STREAM-DIGIT > 0
       STRING WS-TBL-BASE-NAME DELIMITED BY SPACE
           '.S' WS-STREAM-DIGIT DELIMITED BY SIZE
           INTO WS-TBL-FILE-NAME
    ELSE
       MOVE WS-TBL-BASE-NAME TO WS-TBL-FILE-NAME
    END-IF.
    IF WS-RESP-CATCHALL
       IF WS-CA-TBL-OPEN
          OPEN EXTEND CLIENT-TBL-FILE
       ELSE
          OPEN OUTPUT CLIENT-TBL-FILE
       END-IF
    ELSE
       IF CT-TBL-OPEN-SW(WS-CLIENT-USE) = 'Y'
          OPEN EXTEND CLIENT-TBL-FILE
       ELSE
          OPEN OUTPUT CLIENT-TBL-FILE
       END-IF
    END-IF.
    IF TBL-FILE-STATUS NOT = '00'
       DISPLAY 'RANGE TABLE ' WS-TBL-FILE-NAME
           ' COULD NOT BE OPENED, STATUS ' TBL-FILE-STATUS
       MOVE 12 TO WS-RC
    ELSE
       SET WS-TBL-OPEN TO TRUE
       IF WS-RESP-CATCHALL
          SET WS-CA-TBL-OPEN TO TRUE
       ELSE
          MOVE 'Y' TO CT-TBL-OPEN-SW(WS-CLIENT-USE)
       END-IF
       PERFORM WRITE-RANGE-HEADING
    END-IF.

WRITE-RANGE-HEADING.
    MOVE WS-RANGE-TRAN TO TRAN-RECORD.
    IF TRAN-CLIENT-ID = SPACES
       MOVE '*UNATTR*' TO RTL-CLIENT
    ELSE
       MOVE TRAN-CLIENT-ID TO RTL-CLIENT
    END-IF.
    MOVE WS-RUN-NO   TO RTL-RUN-NO.
    MOVE WS-RUN-DATE TO RTL-RUN-DATE.
    MOVE WS-FUNC-CODE TO RSL-FUNC.
    MOVE SPACES TO RSL-PARM-LABEL.
    MOVE SPACES TO RSL-PARM.
    IF WS-FUNC-CODE = 'R'
       MOVE 'DEGREE   ' TO RSL-PARM-LABEL
       MOVE ROOT-DEGREE TO WS-TBL-DEG-EDIT
       MOVE WS-TBL-DEG-EDIT TO RSL-PARM
    END-IF.
    IF WS-FUNC-CODE = 'P'
       MOVE 'EXPONENT ' TO RSL-PARM-LABEL
       MOVE POWER-EXPONENT TO WS-TBL-EXP-EDIT
       MOVE WS-TBL-EXP-EDIT TO RSL-PARM
    END-IF.
    MOVE TRAN-NUM        TO RSL-FROM.
    MOVE TRAN-RANGE-END  TO RSL-TO.
    MOVE TRAN-RANGE-STEP TO RSL-STEP.
    MOVE RNG-COUNT       TO RSL-COUNT.
    MOVE SPACES TO CLIENT-TBL-LINE.
    WRITE CLIENT-TBL-LINE.
    WRITE CLIENT-TBL-LINE FROM RANGE-TITLE-LINE.
    WRITE CLIENT-TBL-LINE FROM RANGE-SPEC-LINE.
    WRITE CLIENT-TBL-LINE FROM RANGE-COL-HEADS.
    WRITE CLIENT-TBL-LINE FROM RANGE-UNDER-LINE.

*>the value just worked into the next column of the row, the row
*>going out when its third column fills
ADD-RANGE-TABLE-ENTRY.
    ADD 1 TO WS-TBL-COL.
    MOVE IN-num TO RRL-VALUE(WS-TBL-COL).
    MOVE SPACES TO RRL-FLAG(WS-TBL-COL).
    EVALUATE TRUE
        WHEN WS-HELD-REC
             MOVE SPACES TO RRL-RESULT-X(WS-TBL-COL)
             MOVE 'HQ' TO RRL-FLAG(WS-TBL-COL)
        WHEN WS-INVALID-INPUT
             MOVE SPACES TO RRL-RESULT-X(WS-TBL-COL)
             MOVE WS-REJ-REASON TO RRL-FLAG(WS-TBL-COL)
        WHEN OTHER
             ADD 1 TO WS-TBL-COMPUTED
             MOVE Y TO RRL-RESULT(WS-TBL-COL)
             IF CALC-NOT-CONVERGED
                MOVE 'NC' TO RRL-FLAG(WS-TBL-COL)
             ELSE
                IF Y-IMAG NOT = 0
                   MOVE 'CX' TO RRL-FLAG(WS-TBL-COL)
                END-IF
             END-IF
    END-EVALUATE.
    IF WS-TBL-COL = 3
       PERFORM WRITE-RANGE-ROW
    END-IF.

WRITE-RANGE-ROW.
    IF WS-TBL-OPEN
       WRITE CLIENT-TBL-LINE FROM RANGE-ROW-LINE
    END-IF.
    MOVE SPACES TO RANGE-ROW-LINE.
    MOVE 0 TO WS-TBL-COL.

*>the last part row, the count, and the flag legend, and the
*>table closes until the client's next range
END-RANGE-TABLE.
    IF WS-TBL-COL > 0
       PERFORM WRITE-RANGE-ROW
    END-IF.
    IF WS-TBL-OPEN
       MOVE RNG-COUNT TO REL-COUNT
       MOVE WS-TBL-COMPUTED TO REL-COMPUTED
       WRITE CLIENT-TBL-LINE FROM RANGE-END-LINE
       WRITE CLIENT-TBL-LINE FROM RANGE-FLAG-LINE
       CLOSE CLIENT-TBL-FILE
       MOVE 'N' TO WS-TBL-OPEN-SW
    END-IF.

*>works out which function, degree, and client this transaction
*>record asked for, and applies each function's own notion of a
*>usable argument - a blank function code is a root, a blank or
*>zero degree is a square root, so the old one-field record layout
*>keeps running unchanged.  Logs and powers need a value above
*>zero; a root takes a negative value unless the client's master
*>record declines it (CHECK-NEGATIVE-ROOT); the exponential takes
*>any sign but only as far as e**25, past which the result no
*>longer fits the report; a power record also has to carry a
*>numeric exponent.  A function code this program doesn't carry
*>is reported as invalid input.  A record that passes every gate
*>is last checked against what its client already sent
*>(CHECK-DUPLICATE-RECORD)
SET-TRAN-FUNCTION.
    MOVE TRAN-CLIENT-ID TO WS-CLIENT-ID.
    MOVE 2 TO ROOT-DEGREE.
       PERFORM FLAG-TRAN-INVALID
       GO TO SET-TRAN-FUNCTION-EXIT
    END-IF.
*>a range record only reaches here when SQRTRANG turned it down -
*>a good one comes through as its values, range fields blanked
    IF TRAN-RANGE-RECORD
       MOVE 'RS' TO WS-REJ-REASON
       PERFORM FLAG-TRAN-INVALID
       GO TO SET-TRAN-FUNCTION-EXIT
    END-IF.
*>the client must be on the master and entitled to the function
*>before the record earns any compute - an unknown (or retired)
*>department code rejects as UC and an unauthorized function as
    END-IF.
    EVALUATE WS-FUNC-CODE
        WHEN 'R'
             IF IN-num = 0
                PERFORM SET-ZERO-NEG-REASON
                PERFORM FLAG-TRAN-INVALID
             END-IF
                   PERFORM FLAG-TRAN-INVALID
                END-IF
             END-IF
*>judged once the degree is settled - odd or even decides it
             IF IN-num < 0 AND WS-VALID-INPUT
                PERFORM CHECK-NEGATIVE-ROOT
             END-IF
        WHEN 'L'
             IF IN-num <= 0
                PERFORM SET-ZERO-NEG-REASON
             MOVE 'UF' TO WS-REJ-REASON
             PERFORM FLAG-TRAN-INVALID
    END-EVALUATE.
    IF WS-VALID-INPUT
       PERFORM CHECK-DUPLICATE-RECORD THRU
           CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
SET-TRAN-FUNCTION-EXIT.
    EXIT.

       MOVE 'NG' TO WS-REJ-REASON
    END-IF.

*>a root of a negative value computes - signed for an odd degree,
*>complex for an even one - unless the client's CLNT-NEG-ROOTS
*>option says otherwise: N rejects every negative NG as before,
*>R rejects only the even (complex) ones.  A blank client or a
*>run without the master computes
CHECK-NEGATIVE-ROOT.
    MOVE 'C' TO WS-NEG-ROOT-OPT.
    IF WS-CM-AVAILABLE AND WS-CLIENT-ID NOT = SPACES
       PERFORM FIND-MASTER-CLIENT
       IF WS-CM-FOUND
          AND CM-NEG-ROOTS(WS-CM-USE) NOT = SPACE
          MOVE CM-NEG-ROOTS(WS-CM-USE) TO WS-NEG-ROOT-OPT
       END-IF
    END-IF.
    DIVIDE ROOT-DEGREE BY 2 GIVING WS-DEG-HALF
        REMAINDER WS-DEG-ODD.
    IF WS-NEG-ROOT-OPT = 'N'
       OR (WS-NEG-ROOT-OPT = 'R' AND WS-DEG-ODD = 0)
       MOVE 'NG' TO WS-REJ-REASON
       PERFORM FLAG-TRAN-INVALID
    END-IF.

*>judges the record's client against the loaded master.  A blank
*>client is the old one-field layout's unattributed work and
*>passes as it always has; with no master on the run everything
FLAG-TRAN-INVALID.
    SET WS-INVALID-INPUT TO TRUE.
    MOVE 0 TO Y.
    MOVE 0 TO Y-IMAG.
    MOVE 0 TO CALC-ITER-COUNT.
*>a rejected record never iterated - keeps it off the
*>non-convergence exception listing
       CONTINUE
    ELSE
       IF WS-VALID-INPUT AND CALC-CONVERGED AND WS-SCLR-OPEN
          AND NOT WS-HELD-REC
          MOVE TRAN-SUSP-ID TO SC-ID
          MOVE WS-RUN-DATE  TO SC-DATE
          WRITE SUSP-CLR-LINE FROM SUSP-CLR-REC
       END-IF
    END-IF.

*>the held queue opens for append alongside the reject file, and
*>only on a run that has quotas to enforce; a queue that cannot be
*>opened is said out loud with the I/O standing the suspense file
*>has - a held record with no queue entry could never be released
OPEN-HELD-FILE.
    IF WS-QT-AVAILABLE
       OPEN EXTEND HELD-FILE
       IF HELD-FILE-STATUS = '35'
          OPEN OUTPUT HELD-FILE
       END-IF
       IF HELD-FILE-STATUS = '00'
          SET WS-HELD-OPEN TO TRUE
       ELSE
          DISPLAY 'HELDFILE COULD NOT BE OPENED, STATUS '
              HELD-FILE-STATUS
          MOVE 12 TO WS-RC
       END-IF
    END-IF.

*>a good record whose client has already used the month's
*>allowance is held instead of computed.  A blank client is the
*>old layout's unattributed work and is never held, and neither is
*>a record an operator released off the queue (RL) - it was held
*>once already and the release is the operator's say-so
CHECK-CLIENT-QUOTA.
    IF NOT WS-QT-AVAILABLE OR WS-CLIENT-ID = SPACES
       GO TO CHECK-CLIENT-QUOTA-EXIT
    END-IF.
    IF TRAN-REJ-REASON = 'RL'
       GO TO CHECK-CLIENT-QUOTA-EXIT
    END-IF.
    MOVE WS-CLIENT-ID TO WS-QT-CLIENT.
    MOVE WS-FUNC-CODE TO WS-QT-FUNC.
    PERFORM FIND-CLIENT-QUOTA.
    IF WS-QT-FOUND
       IF QT-USED(WS-QT-USE) >= QT-ALLOW(WS-QT-USE)
          SET WS-HELD-REC TO TRUE
       END-IF
    END-IF.
CHECK-CLIENT-QUOTA-EXIT.
    EXIT.

*>every record computed - released ones included - uses up its
*>share of the allowance, the same count the month-to-date scan
*>takes off the log tomorrow
COUNT-QUOTA-USAGE.
    IF WS-QT-AVAILABLE AND WS-CLIENT-ID NOT = SPACES
       MOVE WS-CLIENT-ID TO WS-QT-CLIENT
       MOVE WS-FUNC-CODE TO WS-QT-FUNC
       PERFORM ADD-QUOTA-USAGE
    END-IF.

*>a good record matching one its client already had computed
*>inside the client's look-back window is rejected DP for the
*>intake desk to query before anything is billed - judged ahead of
*>the quota, so a suspect never uses up allowance.  A blank client
*>or a client without a window is never checked, and neither is a
*>record the department marked RP as an intentional repeat or one
*>an operator released off the held queue (RL)
CHECK-DUPLICATE-RECORD.
    IF NOT WS-DH-AVAILABLE OR WS-CLIENT-ID = SPACES
       GO TO CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
    IF TRAN-REJ-REASON = 'RP' OR TRAN-REJ-REASON = 'RL'
       GO TO CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
    PERFORM FIND-MASTER-CLIENT.
    IF NOT WS-CM-FOUND
       GO TO CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
    IF CM-DUP-DAYS(WS-CM-USE) = 0
       GO TO CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
    PERFORM SET-DUP-KEY.
    PERFORM FIND-DUP-HISTORY.
    IF WS-DH-FOUND
       MOVE 'DP' TO WS-REJ-REASON
       PERFORM FLAG-TRAN-INVALID
       ADD 1 TO WS-DUP-COUNT
    END-IF.
CHECK-DUPLICATE-RECORD-EXIT.
    EXIT.

*>every record computed - an intentional repeat included - joins
*>the history, so the same figures again further down the file
*>are caught the way last week's are
RECORD-DUP-HISTORY.
    IF WS-DH-AVAILABLE AND WS-CLIENT-ID NOT = SPACES
       PERFORM FIND-MASTER-CLIENT
       IF WS-CM-FOUND
          IF CM-DUP-DAYS(WS-CM-USE) > 0
             PERFORM SET-DUP-KEY
             PERFORM ADD-DUP-HISTORY
          END-IF
       END-IF
    END-IF.

SET-DUP-KEY.
    MOVE WS-CLIENT-ID TO DK-CLIENT.
    MOVE IN-num       TO DK-NUM.
    MOVE WS-FUNC-CODE TO DK-FUNC.
    MOVE 0 TO DK-DEGREE.
    MOVE 0 TO DK-EXP.
    IF WS-FUNC-CODE = 'R'
       MOVE ROOT-DEGREE TO DK-DEGREE
    END-IF.
    IF WS-FUNC-CODE = 'P'
       MOVE POWER-EXPONENT TO DK-EXP
    END-IF.

FIND-DUP-HISTORY.
    MOVE 'N' TO WS-DH-FOUND-SW.
    PERFORM MATCH-ONE-DUP-HISTORY
        VARYING WS-DH-SUB FROM 1 BY 1
        UNTIL WS-DH-SUB > WS-DH-CT OR WS-DH-FOUND.

MATCH-ONE-DUP-HISTORY.
    IF DH-ENTRY(WS-DH-SUB) = WS-DUP-KEY
       SET WS-DH-FOUND TO TRUE
    END-IF.

*>a full table is said once and the check carries on against what
*>it holds - a missed suspect costs a phone call later, a stopped
*>run costs the night
ADD-DUP-HISTORY.
    IF WS-DH-CT < WS-DH-MAX
       ADD 1 TO WS-DH-CT
       MOVE WS-DUP-KEY TO DH-ENTRY(WS-DH-CT)
    ELSE
       IF NOT WS-DH-FULL
          SET WS-DH-FULL TO TRUE
          DISPLAY 'DUPLICATE HISTORY TABLE FULL - LATER LINES '
              'NOT CHECKED'
       END-IF
    END-IF.

*>files the record on the held queue exactly as it came in, under
*>a held id built the way the suspense id is - run number (date on
*>an unnumbered run), stream digit, sequence within the stream.
*>Counted whether or not the queue took it; a queue write that
*>fails is an I/O failure, said out loud
WRITE-HELD-RECORD.
    ADD 1 TO WS-HELD-COUNT.
    ADD 1 TO WS-HELD-SEQ.
    MOVE 0 TO Y.
    MOVE 0 TO Y-IMAG.
    MOVE 0 TO CALC-ITER-COUNT.
*>a held record never iterated - keeps it off the non-convergence
*>exception listing
    SET CALC-CONVERGED TO TRUE.
    IF WS-HELD-OPEN
       IF WS-RUN-NO = 0
          MOVE WS-RUN-DATE(3:6) TO HELD-RUN-NO
       ELSE
          MOVE WS-RUN-NO TO HELD-RUN-NO
       END-IF
       MOVE WS-STREAM-DIGIT TO HELD-STREAM
       IF WS-HELD-SEQ > 99999
          MOVE 99999 TO HELD-SEQ-NO
       ELSE
          MOVE WS-HELD-SEQ TO HELD-SEQ-NO
       END-IF
       MOVE WS-RUN-DATE    TO HELD-DATE
       MOVE TRAN-CLIENT-ID TO HELD-CLIENT
       MOVE WS-FUNC-CODE   TO HELD-FUNC
       MOVE 'H'            TO HELD-STATUS
       MOVE 0              TO HELD-REL-DATE
       MOVE SPACES         TO HELD-REL-OPER
       MOVE 0              TO HELD-PICK-DATE
       MOVE TRAN-RECORD    TO HELD-TRAN
       WRITE HELD-LINE FROM HELD-REC
       IF HELD-FILE-STATUS NOT = '00'
          DISPLAY 'HELDFILE WRITE FAILED, STATUS '
              HELD-FILE-STATUS
          MOVE 12 TO WS-RC
       END-IF
    END-IF.

*>the express tier's bookkeeping.  The ordering pass put every
*>express record first, so the first routine record marks the
*>tier complete - the early report and extract close right
*>the record's already-built report image and delimited fields,
*>repeated onto the early deliverables
WRITE-EXPRESS-DETAIL.
    EVALUATE TRUE
        WHEN WS-HELD-REC
             WRITE EXP-RPT-LINE FROM HELD-MESS
        WHEN WS-INVALID-INPUT
             WRITE EXP-RPT-LINE FROM ERROR-MESS
        WHEN WS-EXT-LINE
             WRITE EXP-RPT-LINE FROM PRINT-LINE-EXT
        WHEN OTHER
             WRITE EXP-RPT-LINE FROM PRINT-LINE
    END-EVALUATE.
    PERFORM SET-EXTRACT-FIELDS.
    MOVE SPACES TO EXPRESS-REC.
    STRING 'D|' WS-EXT-NUM '|' WS-EXT-Y '|' WS-FUNC-CODE
        '|' WS-EXT-DEG '|' WS-EXT-ITER '|' WS-EXT-STATUS
        '|' WS-EXT-Y-IMAG
        DELIMITED BY SIZE INTO EXPRESS-REC.
    WRITE EXP-EXT-LINE FROM EXPRESS-REC.
    ADD 1 TO WS-XP-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.

*>how many records went to the held queue over quota this run -
*>always printed, so a run that held nothing positively says so
WRITE-HELD-TOTAL.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'HELD OVER QUOTA    ' TO PCL-LABEL.
    MOVE WS-HELD-COUNT TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.

*>how many records were rejected as suspected duplicates this run
*>- always printed, like the held count; DUPRPT lists them
WRITE-DUP-TOTAL.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'SUSPECT DUPLICATES ' TO PCL-LABEL.
    MOVE WS-DUP-COUNT TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.

*>the range records expanded this run and the values they gave -
*>every one of those values is a detail line above, which is how
*>the report comes to hold more lines than SQRTIN had records
WRITE-RANGE-TOTAL.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'RANGE RECORDS      ' TO PCL-LABEL.
    MOVE WS-RANGE-COUNT TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'RANGE VALUES       ' TO PCL-LABEL.
    MOVE WS-RANGE-VALUES TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.

*>rolls this record into its submitting department's slot of the
*>end-of-run breakdown, opening a new slot the first time a client
*>appears; once the table is full everything else lands together
          MOVE 0 TO CT-COUNT(WS-CLIENT-CT)
          MOVE 0 TO CT-VALID-COUNT(WS-CLIENT-CT)
          MOVE 'N' TO CT-RSP-OPEN-SW(WS-CLIENT-CT)
          MOVE 'N' TO CT-TBL-OPEN-SW(WS-CLIENT-CT)
          MOVE 0 TO CT-RSP-COUNT(WS-CLIENT-CT)
          MOVE 0 TO CT-RSP-HASH(WS-CLIENT-CT)
          MOVE WS-CLIENT-CT TO WS-CLIENT-USE
             MOVE WS-CLIENT-MAX TO WS-CLIENT-SUB
             PERFORM WRITE-ONE-RESP-TRAILER
             MOVE 'N' TO CT-RSP-OPEN-SW(WS-CLIENT-MAX)
             MOVE 'N' TO CT-TBL-OPEN-SW(WS-CLIENT-MAX)
             MOVE 0 TO CT-RSP-COUNT(WS-CLIENT-MAX)
             MOVE 0 TO CT-RSP-HASH(WS-CLIENT-MAX)
          END-IF
       END-IF
    END-IF.
    ADD 1 TO CT-COUNT(WS-CLIENT-USE).
    IF WS-VALID-INPUT AND NOT WS-HELD-REC
       ADD 1 TO CT-VALID-COUNT(WS-CLIENT-USE)
    END-IF.

       IF CFG-FILE-STATUS = '00'
          MOVE CFG-TOLERANCE TO CALC-TOLERANCE
          MOVE CFG-MAX-ITER  TO CALC-MAX-ITER
          MOVE CFG-TOLERANCE TO WS-CFG-TOLERANCE
          MOVE CFG-MAX-ITER  TO WS-CFG-MAX-ITER
       END-IF
       CLOSE CALC-CONFIG-FILE
    END-IF.
       MOVE CLNT-AUTH-EXP  TO CM-AUTH-EXP(WS-CM-CT)
       MOVE CLNT-AUTH-POW  TO CM-AUTH-POW(WS-CM-CT)
       MOVE CLNT-STATUS    TO CM-STATUS(WS-CM-CT)
       MOVE CLNT-NEG-ROOTS TO CM-NEG-ROOTS(WS-CM-CT)
*>blank on a record from before the window existed - unchecked
       IF CLNT-DUP-DAYS NUMERIC
          MOVE CLNT-DUP-DAYS TO CM-DUP-DAYS(WS-CM-CT)
       ELSE
          MOVE 0 TO CM-DUP-DAYS(WS-CM-CT)
       END-IF
    END-IF.

*>the month's quotas for the run - the allowances off QUOTAFIL,
*>and how much of each the month has already used, counted off
*>the cumulative log QUOTALOG names: computed lines only (V or N),
*>dated this calendar month.  No QUOTAFIL means nobody is held; a
*>missing QUOTALOG counts the month from zero and says so, since
*>every client then gets its whole allowance again tonight
LOAD-CLIENT-QUOTAS.
    OPEN INPUT QUOTA-FILE.
    IF QUOT-FILE-STATUS NOT = '00'
       GO TO LOAD-CLIENT-QUOTAS-EXIT
    END-IF.
    PERFORM LOAD-ONE-QUOTA
        UNTIL QUOT-FILE-STATUS NOT = '00'
        OR WS-QT-CT >= WS-QT-MAX.
    CLOSE QUOTA-FILE.
    IF WS-QT-CT = 0
       GO TO LOAD-CLIENT-QUOTAS-EXIT
    END-IF.
    SET WS-QT-AVAILABLE TO TRUE.
    OPEN INPUT QUOTA-LOG-FILE.
    IF QLOG-FILE-STATUS = '00'
       PERFORM COUNT-ONE-QUOTA-LOG-LINE
           UNTIL QLOG-FILE-STATUS NOT = '00'
       CLOSE QUOTA-LOG-FILE
    ELSE
       DISPLAY 'QUOTALOG NOT AVAILABLE - MONTH-TO-DATE USAGE '
           'COUNTED FROM ZERO'
    END-IF.
    IF WS-STREAM-DIGIT > 0
       PERFORM SHARE-ONE-QUOTA
           VARYING WS-QT-SUB FROM 1 BY 1
           UNTIL WS-QT-SUB > WS-QT-CT
    END-IF.
LOAD-CLIENT-QUOTAS-EXIT.
    EXIT.

LOAD-ONE-QUOTA.
    READ QUOTA-FILE
        AT END CONTINUE
    END-READ.
    IF QUOT-FILE-STATUS = '00'
       IF QUOTA-MONTHLY NUMERIC
          ADD 1 TO WS-QT-CT
          MOVE QUOTA-CLIENT  TO QT-CLIENT(WS-QT-CT)
          MOVE QUOTA-FUNC    TO QT-FUNC(WS-QT-CT)
          MOVE QUOTA-MONTHLY TO QT-ALLOW(WS-QT-CT)
          MOVE 0 TO QT-USED(WS-QT-CT)
       END-IF
    END-IF.

COUNT-ONE-QUOTA-LOG-LINE.
    READ QUOTA-LOG-FILE
        AT END CONTINUE
    END-READ.
    IF QLOG-FILE-STATUS = '00'
       MOVE QUOTA-LOG-LINE TO AUDIT-LOG-REC
       IF LOG-DATE(1:6) = WS-RUN-DATE(1:6)
          AND (LOG-STATUS = 'V' OR LOG-STATUS = 'N')
          MOVE LOG-CLIENT-ID TO WS-QT-CLIENT
          MOVE LOG-FUNC-CODE TO WS-QT-FUNC
          PERFORM ADD-QUOTA-USAGE
       END-IF
    END-IF.

*>a parallel stream enforces only its share of what the month has
*>left - the four streams run side by side off the same history
*>and cannot see one another's counts, and the split dealt the
*>records out round-robin, so what is left divides four ways with
*>the odd records going to the lowest-numbered streams
SHARE-ONE-QUOTA.
    IF QT-USED(WS-QT-SUB) >= QT-ALLOW(WS-QT-SUB)
       MOVE 0 TO WS-QT-LEFT
    ELSE
       COMPUTE WS-QT-LEFT = QT-ALLOW(WS-QT-SUB) - QT-USED(WS-QT-SUB)
    END-IF.
    DIVIDE WS-QT-LEFT BY 4 GIVING WS-QT-SHARE
        REMAINDER WS-QT-ODD.
    IF WS-STREAM-DIGIT <= WS-QT-ODD
       ADD 1 TO WS-QT-SHARE
    END-IF.
    MOVE WS-QT-SHARE TO QT-ALLOW(WS-QT-SUB).
    MOVE 0 TO QT-USED(WS-QT-SUB).

*>which allowance a client/function pair is held to - the client's
*>record for that function if it has one, otherwise its record for
*>all functions; neither means the pair is unlimited
FIND-CLIENT-QUOTA.
    IF WS-QT-FUNC = SPACE
       MOVE 'R' TO WS-QT-FUNC
    END-IF.
    MOVE 'N' TO WS-QT-FOUND-SW.
    MOVE 0 TO WS-QT-USE.
    PERFORM MATCH-ONE-FUNC-QUOTA
        VARYING WS-QT-SUB FROM 1 BY 1
        UNTIL WS-QT-SUB > WS-QT-CT OR WS-QT-FOUND.
    IF NOT WS-QT-FOUND
       PERFORM MATCH-ONE-CLIENT-QUOTA
           VARYING WS-QT-SUB FROM 1 BY 1
           UNTIL WS-QT-SUB > WS-QT-CT OR WS-QT-FOUND
    END-IF.

MATCH-ONE-FUNC-QUOTA.
    IF QT-CLIENT(WS-QT-SUB) = WS-QT-CLIENT
       AND QT-FUNC(WS-QT-SUB) = WS-QT-FUNC
       SET WS-QT-FOUND TO TRUE
       MOVE WS-QT-SUB TO WS-QT-USE
    END-IF.

MATCH-ONE-CLIENT-QUOTA.
    IF QT-CLIENT(WS-QT-SUB) = WS-QT-CLIENT
       AND QT-FUNC(WS-QT-SUB) = SPACE
       SET WS-QT-FOUND TO TRUE
       MOVE WS-QT-SUB TO WS-QT-USE
    END-IF.

*>one more computed record against the allowance it falls under
ADD-QUOTA-USAGE.
    PERFORM FIND-CLIENT-QUOTA.
    IF WS-QT-FOUND
       ADD 1 TO QT-USED(WS-QT-USE)
    END-IF.

*>the clients' calculation profiles for the run, off CALCPROF.  A
*>tolerance or cap that is not a number takes CALCCFG's for that
*>field, a decimals column that is not one digit delivers full
*>precision, and a rounding rule other than H or B truncates - the
*>way every answer was delivered before profiles
LOAD-CALC-PROFILES.
    OPEN INPUT CALC-PROF-FILE.
    IF PROF-FILE-STATUS = '00'
       PERFORM LOAD-ONE-CALC-PROFILE
           UNTIL PROF-FILE-STATUS NOT = '00'
           OR WS-PF-CT >= WS-PF-MAX
       CLOSE CALC-PROF-FILE
    END-IF.

LOAD-ONE-CALC-PROFILE.
    READ CALC-PROF-FILE
        AT END CONTINUE
    END-READ.
    IF PROF-FILE-STATUS = '00' AND PROF-CLIENT NOT = SPACES
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

*>which rules the record in hand computes under - its client's
*>profile for the function if it has one, otherwise its profile
*>for all functions, otherwise CALCCFG; a profile's zero tolerance
*>or cap takes CALCCFG's for that field alone.  The tolerance and
*>cap in force are worked out the way the subprograms default a
*>zero, so the results master and the log see what the loop used
SET-CALC-PROFILE.
    MOVE 'C' TO WS-PROF-SRC.
    MOVE WS-CFG-TOLERANCE TO CALC-TOLERANCE.
    MOVE WS-CFG-MAX-ITER  TO CALC-MAX-ITER.
    MOVE SPACE TO WS-PROF-DECIMALS.
    MOVE SPACE TO WS-PROF-ROUNDING.
    IF WS-PF-CT > 0 AND WS-CLIENT-ID NOT = SPACES
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

FIND-CALC-PROFILE.
    MOVE WS-FUNC-CODE TO WS-PF-FUNC.
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
    IF PF-CLIENT(WS-PF-SUB) = WS-CLIENT-ID
       AND PF-FUNC(WS-PF-SUB) = WS-PF-FUNC
       SET WS-PF-FOUND TO TRUE
       MOVE WS-PF-SUB TO WS-PF-USE
    END-IF.

MATCH-ONE-CLIENT-PROFILE.
    IF PF-CLIENT(WS-PF-SUB) = WS-CLIENT-ID
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
       MOVE Y TO OUT-Y
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

*>the duplicate history for the run - only when some client on
*>the master has a look-back window.  Computed lines (V or N) off
*>the cumulative log DUPLOG names, from batch work (the menu's
*>one-off entries are not submissions), whose client has a window
*>the line's date still falls inside.  A missing DUPLOG is said
*>out loud and the check runs against this run's own records only
LOAD-DUP-HISTORY.
    MOVE WS-RUN-DATE TO WS-DUP-TODAY.
    PERFORM CHECK-ONE-DUP-WINDOW
        VARYING WS-CM-SUB FROM 1 BY 1
        UNTIL WS-CM-SUB > WS-CM-CT.
    IF NOT WS-DH-AVAILABLE
       GO TO LOAD-DUP-HISTORY-EXIT
    END-IF.
    OPEN INPUT DUP-LOG-FILE.
    IF DLOG-FILE-STATUS = '00'
       PERFORM LOAD-ONE-DUP-LOG-LINE
           UNTIL DLOG-FILE-STATUS NOT = '00'
       CLOSE DUP-LOG-FILE
    ELSE
       DISPLAY 'DUPLOG NOT AVAILABLE - DUPLICATES CHECKED WITHIN '
           'THIS RUN ONLY'
    END-IF.
    MOVE SPACES TO WS-CLIENT-ID.
LOAD-DUP-HISTORY-EXIT.
    EXIT.

CHECK-ONE-DUP-WINDOW.
    IF CM-DUP-DAYS(WS-CM-SUB) > 0
       SET WS-DH-AVAILABLE TO TRUE
    END-IF.

LOAD-ONE-DUP-LOG-LINE.
    READ DUP-LOG-FILE
        AT END CONTINUE
    END-READ.
    IF DLOG-FILE-STATUS = '00'
       MOVE DUP-LOG-LINE TO AUDIT-LOG-REC
       IF (LOG-STATUS = 'V' OR LOG-STATUS = 'N')
          AND LOG-PROGRAM NOT = 'MATHMENU'
          AND LOG-DATE NUMERIC
          AND LOG-CLIENT-ID NOT = SPACES
          PERFORM TAKE-ONE-DUP-LOG-LINE THRU
              TAKE-ONE-DUP-LOG-LINE-EXIT
       END-IF
    END-IF.

*>a restarted run leaves today's lines out - the records the
*>interrupted run finished past its last checkpoint go through
*>again and must not trip over their own first pass
TAKE-ONE-DUP-LOG-LINE.
    IF WS-RESTART-COUNT > 0 AND LOG-DATE = WS-RUN-DATE
       GO TO TAKE-ONE-DUP-LOG-LINE-EXIT
    END-IF.
    MOVE LOG-CLIENT-ID TO WS-CLIENT-ID.
    PERFORM FIND-MASTER-CLIENT.
    IF NOT WS-CM-FOUND
       GO TO TAKE-ONE-DUP-LOG-LINE-EXIT
    END-IF.
    IF CM-DUP-DAYS(WS-CM-USE) = 0
       GO TO TAKE-ONE-DUP-LOG-LINE-EXIT
    END-IF.
    MOVE LOG-DATE TO WS-DUP-LINE-DATE.
    COMPUTE WS-DUP-AGE
        = (DT-YYYY - DL-YYYY) * 365
        + (DT-MM - DL-MM) * 30
        + (DT-DD - DL-DD).
    IF WS-DUP-AGE < 0 OR WS-DUP-AGE > CM-DUP-DAYS(WS-CM-USE)
       GO TO TAKE-ONE-DUP-LOG-LINE-EXIT
    END-IF.
*>the key built the way the readers default an old line - a blank
*>function is a root, a blank degree a square root
    MOVE LOG-CLIENT-ID TO DK-CLIENT.
    MOVE LOG-NUM TO DK-NUM.
    IF LOG-FUNC-CODE = SPACE
       MOVE 'R' TO DK-FUNC
    ELSE
       MOVE LOG-FUNC-CODE TO DK-FUNC
    END-IF.
    MOVE 0 TO DK-DEGREE.
    MOVE 0 TO DK-EXP.
    IF DK-FUNC = 'R'
       IF LOG-DEGREE NUMERIC AND LOG-DEGREE > 1
          MOVE LOG-DEGREE TO DK-DEGREE
       ELSE
          MOVE 2 TO DK-DEGREE
       END-IF
    END-IF.
*>a power line from before the exponent was logged can't say
*>which power it was - left out rather than guessed at
    IF DK-FUNC = 'P'
       IF LOG-EXPONENT = SPACES
          GO TO TAKE-ONE-DUP-LOG-LINE-EXIT
       END-IF
       MOVE LOG-EXPONENT TO DK-EXP
    END-IF.
    PERFORM ADD-DUP-HISTORY.
TAKE-ONE-DUP-LOG-LINE-EXIT.
    EXIT.

*>opens the audit log for append, creating it on the very first run
OPEN-AUDIT-LOG.
    OPEN EXTEND AUDIT-LOG-FILE.

*>keyed read for this value and degree - status 00 is a hit, any
*>other status (23 not found included) means compute it.  A record
*>computed under a looser tolerance than the one this record runs
*>under (its client's profile, or CALCCFG) is not a hit either:
*>the answer on file is only as fine as the tolerance it was
*>computed under, so one client never takes an answer cached
*>under another's looser settings.  One computed tighter serves
LOOKUP-RESULT-MASTER.
    MOVE 'N' TO WS-MAST-HIT-SW.
    MOVE 'N' TO WS-MAST-ON-FILE-SW.
    IF WS-MAST-AVAILABLE
       MOVE 'M' TO WS-CACHE-SRC
       MOVE num TO MAST-NUM
       MOVE ROOT-DEGREE TO MAST-DEGREE
       MOVE 'R' TO MAST-FUNC-CODE
           INVALID KEY CONTINUE
       END-READ
       IF MAST-FILE-STATUS = '00'
          PERFORM KEEP-MAST-USAGE
          IF MAST-TOLERANCE <= WS-EFF-TOLERANCE
             SET WS-MAST-HIT TO TRUE
             MOVE 'H' TO WS-CACHE-SRC
             PERFORM COUNT-MAST-HIT
          END-IF
       END-IF
    END-IF.

*>the record's usage so far - a record filed before usage was kept
*>starts from no hits, first filed today
KEEP-MAST-USAGE.
    SET WS-MAST-ON-FILE TO TRUE.
    IF MAST-HIT-COUNT NUMERIC
       MOVE MAST-HIT-COUNT TO WS-MAST-KEEP-HITS
    ELSE
       MOVE 0 TO WS-MAST-KEEP-HITS
    END-IF.
    IF MAST-FIRST-DATE NUMERIC AND MAST-FIRST-DATE > 0
       MOVE MAST-FIRST-DATE TO WS-MAST-KEEP-FIRST
    ELSE
       MOVE WS-RUN-DATE TO WS-MAST-KEEP-FIRST
    END-IF.

*>one more lookup answered - counted and dated on the record in
*>place.  A rewrite that fails costs only the count, never the
*>answer, so the run carries on
COUNT-MAST-HIT.
    ADD 1 TO WS-MAST-KEEP-HITS
        ON SIZE ERROR CONTINUE
    END-ADD.
    MOVE WS-MAST-KEEP-HITS  TO MAST-HIT-COUNT.
    MOVE WS-MAST-KEEP-FIRST TO MAST-FIRST-DATE.
    MOVE WS-RUN-DATE        TO MAST-LAST-DATE.
    REWRITE RESULT-MAST-REC
    END-REWRITE.

*>files the freshly computed answer under its value and degree so
*>the next run that meets this figure skips the loop; a record
*>already on file (stored under an older tolerance) is refreshed
       MOVE Y TO MAST-Y
       MOVE CALC-ITER-COUNT TO MAST-ITER
       MOVE WS-EFF-TOLERANCE TO MAST-TOLERANCE
       IF WS-MAST-ON-FILE
          MOVE WS-MAST-KEEP-HITS  TO MAST-HIT-COUNT
          MOVE WS-MAST-KEEP-FIRST TO MAST-FIRST-DATE
       ELSE
          MOVE 0 TO MAST-HIT-COUNT
          MOVE WS-RUN-DATE TO MAST-FIRST-DATE
       END-IF
       MOVE WS-RUN-DATE TO MAST-LAST-DATE
       WRITE RESULT-MAST-REC
           INVALID KEY
               REWRITE RESULT-MAST-REC
    MOVE WS-CLIENT-ID TO LOG-CLIENT-ID.
    MOVE CALC-ITER-COUNT TO LOG-ITER.
    MOVE WS-RUN-NO TO LOG-RUN-NO.
    MOVE Y-IMAG TO LOG-Y-IMAG.
*>and the exponent only on a power line that made it through
    IF WS-FUNC-CODE = 'P' AND WS-VALID-INPUT
       MOVE POWER-EXPONENT TO LOG-EXPONENT
    ELSE
       MOVE 0 TO LOG-EXPONENT
    END-IF.
    MOVE WS-PROF-SRC      TO LOG-PROF-SRC.
    MOVE WS-EFF-TOLERANCE TO LOG-TOLERANCE.
    MOVE WS-EFF-MAX-ITER  TO LOG-MAX-ITER.
    MOVE WS-PROF-DECIMALS TO LOG-DECIMALS.
    MOVE WS-PROF-ROUNDING TO LOG-ROUNDING.
    MOVE WS-CACHE-SRC     TO LOG-CACHE-SRC.
    MOVE SPACE TO WS-CACHE-SRC.
    EVALUATE TRUE
        WHEN WS-HELD-REC
             MOVE 'H' TO LOG-STATUS
        WHEN WS-INVALID-INPUT
             MOVE 'I' TO LOG-STATUS
        WHEN CALC-NOT-CONVERGED
             MOVE 'N' TO LOG-STATUS
        WHEN OTHER
             MOVE 'V' TO LOG-STATUS
    END-EVALUATE.
    WRITE AUDIT-LOG-LINE FROM AUDIT-LOG-REC.
*>a failed WRITE here would otherwise drop this record from the
*>audit trail with no trace - abend instead of finishing clean
    SET WS-SUB-PRESENT TO TRUE.
    MOVE TRAN-RECORD TO SUB-HDR-REC.
    MOVE SUB-HDR-CLIENT TO WS-SUB-CLIENT.
    IF SUB-HDR-DATE NUMERIC
       MOVE SUB-HDR-DATE TO WS-SUB-HDR-DATE
    END-IF.
    IF SUB-HDR-SERIAL NUMERIC
       MOVE SUB-HDR-SERIAL TO WS-SUB-SERIAL
    ELSE
             MOVE SUB-TRL-HASH TO WS-SUB-EXP-HASH
          END-IF
       ELSE
*>a held record an operator released rides in behind the
*>department's own records - it is not one of the figures the
*>trailer promised, so it stays out of both totals
          IF TRAN-REJ-REASON NOT = 'RL'
             ADD 1 TO WS-SUB-COUNT
*>mis-keyed values stay out of the hash on both sides of the
*>transfer, same as the SQRTEXT trailer keeps them out
             IF TRAN-NUM NUMERIC
                ADD TRAN-NUM TO WS-SUB-HASH
             END-IF
          END-IF
       END-IF
    END-IF.
       MOVE WS-SUB-CLIENT TO SR-CLIENT
       MOVE WS-SUB-SERIAL TO SR-SERIAL
       MOVE WS-RUN-DATE   TO SR-DATE
       MOVE WS-RUN-NO     TO SR-RUN-NO
       MOVE WS-SUB-HDR-DATE TO SR-HDR-DATE
       MOVE WS-SUB-COUNT  TO SR-COUNT
       WRITE SUBMIT-REG-LINE FROM SUBMIT-REG-REC
       CLOSE SUBMIT-REG-FILE
    ELSE
    END-IF.

*>one delimited record per processed value - input, result,
*>function, degree, iterations, how the line ended up (V valid,
*>I invalid, N non-converged), and the imaginary part of a complex
*>root (zero otherwise), pipe-delimited in the shop's standard
*>interface-file discipline
WRITE-EXTRACT-DETAIL.
    IF NOT WS-EXT-OPEN
       GO TO WRITE-EXTRACT-DETAIL-EXIT
    MOVE SPACES TO EXTRACT-REC.
    STRING 'D|' WS-EXT-NUM '|' WS-EXT-Y '|' WS-FUNC-CODE
        '|' WS-EXT-DEG '|' WS-EXT-ITER '|' WS-EXT-STATUS
        '|' WS-EXT-Y-IMAG
        DELIMITED BY SIZE INTO EXTRACT-REC.
    WRITE EXTRACT-LINE FROM EXTRACT-REC.
    ADD 1 TO WS-EXT-COUNT.
       MOVE 0 TO WS-EXT-NUM
    END-IF.
    MOVE Y TO WS-EXT-Y.
    MOVE Y-IMAG TO WS-EXT-Y-IMAG.
    IF WS-FUNC-CODE = 'R'
       MOVE ROOT-DEGREE TO WS-EXT-DEG
    ELSE
       MOVE 0 TO WS-EXT-DEG
    END-IF.
    MOVE CALC-ITER-COUNT TO WS-EXT-ITER.
    EVALUATE TRUE
        WHEN WS-HELD-REC
             MOVE 'H' TO WS-EXT-STATUS
        WHEN WS-INVALID-INPUT
             MOVE 'I' TO WS-EXT-STATUS
        WHEN CALC-NOT-CONVERGED
             MOVE 'N' TO WS-EXT-STATUS
        WHEN OTHER
             MOVE 'V' TO WS-EXT-STATUS
    END-EVALUATE.

*>appends the current record to its submitting client's own
*>response file, starting the file with its header the first time
    MOVE SPACES TO RESP-REC.
    STRING 'D|' WS-EXT-NUM '|' WS-EXT-Y '|' WS-FUNC-CODE
        '|' WS-EXT-DEG '|' WS-EXT-ITER '|' WS-EXT-STATUS
        '|' WS-EXT-Y-IMAG
        DELIMITED BY SIZE INTO RESP-REC.
    WRITE CLIENT-RESP-LINE FROM RESP-REC.
    IF WS-RESP-CATCHALL
           UNTIL WS-CLIENT-SUB > WS-CLIENT-CT
       IF WS-CA-OPEN
          MOVE 'CLIRSPU' TO WS-RESP-FILE-NAME
          MOVE '*UNATTR*'  TO WS-DIST-CLIENT
          MOVE WS-CA-COUNT TO WS-EXT-COUNT-X
          MOVE WS-CA-HASH  TO WS-EXT-HASH-X
          PERFORM APPEND-RESP-TRAILER
       MOVE SPACES TO WS-RESP-FILE-NAME
       STRING 'CLIRSP.' CT-CLIENT-ID(WS-CLIENT-SUB)
           DELIMITED BY SPACE INTO WS-RESP-FILE-NAME
       MOVE CT-CLIENT-ID(WS-CLIENT-SUB) TO WS-DIST-CLIENT
       MOVE CT-RSP-COUNT(WS-CLIENT-SUB) TO WS-EXT-COUNT-X
       MOVE CT-RSP-HASH(WS-CLIENT-SUB)  TO WS-EXT-HASH-X
       PERFORM APPEND-RESP-TRAILER
           DELIMITED BY SIZE INTO RESP-REC
       WRITE CLIENT-RESP-LINE FROM RESP-REC
       CLOSE CLIENT-RESP-FILE
       PERFORM REGISTER-RESP-FILE
    ELSE
       DISPLAY 'RESPONSE FILE ' WS-RESP-FILE-NAME
           ' TRAILER COULD NOT BE WRITTEN, STATUS '
       MOVE 12 TO WS-RC
    END-IF.

*>one DISTREG line for the response file just closed out.  The
*>file itself went out whole, so a register that can't be written
*>is a warning, not an I/O failure - said out loud, and the
*>inquiry will show the file as not distributed until corrected
REGISTER-RESP-FILE.
    OPEN EXTEND DIST-REG-FILE.
    IF DREG-FILE-STATUS = '35'
       OPEN OUTPUT DIST-REG-FILE
    END-IF.
    IF DREG-FILE-STATUS = '00'
       MOVE WS-RUN-NO      TO DR-RUN-NO
       MOVE WS-DIST-CLIENT TO DR-CLIENT
       MOVE WS-RUN-DATE    TO DR-DATE
       MOVE WS-RUN-TIME    TO DR-TIME
       MOVE WS-EXT-COUNT-X TO DR-COUNT
       MOVE 'SQRTBABYEX'   TO DR-PROGRAM
       WRITE DIST-REG-LINE FROM DIST-REG-REC
       CLOSE DIST-REG-FILE
    ELSE
       DISPLAY 'DISTREG COULD NOT BE WRITTEN, STATUS '
           DREG-FILE-STATUS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.

*>the trailer the receiving systems verify the transmission by
WRITE-EXTRACT-TRAILER.
    IF WS-EXT-OPEN
*>how many records (counting any skipped on this restart) are now
*>safely processed, so a later abend loses at most one interval
CHECK-CHECKPOINT.
    COMPUTE WS-TOTAL-COUNT = WS-RESTART-COUNT + WS-IN-COUNT.
    DIVIDE WS-TOTAL-COUNT BY WS-CKPT-INTERVAL
        GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM.
    IF WS-CKPT-REM = 0
IF WS-SCLR-OPEN
   CLOSE SUSP-CLR-FILE
END-IF.
IF WS-HELD-OPEN
   CLOSE HELD-FILE
END-IF.

*>an I/O abend outranks everything; otherwise a run that had to
*>reject records, print non-converged results, or hold records
*>over quota completes with a warning code so the scheduler can
*>hold downstream work
IF WS-RC = 0
   IF WS-REJ-COUNT > 0 OR WS-NC-TOTAL > 0 OR WS-HELD-COUNT > 0
      MOVE 4 TO WS-RC
   END-IF
END-IF.
