IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtaudt.

*>security and change audit.  Internal audit asks each quarter who
*>signed on to mathmenu, who changed CALCCFG, and who added or
*>retired clients or changed what they may submit - three history
*>files, each kept by its own front end.  This program reads all
*>three for an AUDTPARM date range and prints AUDTRPT: one
*>timeline per operator, every sign-on, transaction entry, config
*>change and client-master change in date/time order, followed by
*>the exceptions the auditors look for first -
*>  repeated failed sign-ons under one id on one day,
*>  CALCCFG or CLNTMAST changes outside business hours (or on a
*>  shop holiday, off the BUSCAL business calendar),
*>  an operator who changed a client's entitlements and then
*>  keyed transactions for that same client,
*>  CALCCFG changes with no SQRTREGR regression run after them
*>  (off the REGRHIST register SQRTREGR appends to).
*>Condition code 4 when any exception is listed or one of the
*>history files is missing, 8 when a file could not be read or
*>the period holds more events than the table, so the job can
*>page someone instead of waiting for the printout to be read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>optional period, business hours and failed sign-on limit - the
*>same zero-means-open convention LOGQPARM and BILLPARM use
SELECT AUDT-PARM-FILE ASSIGN TO "AUDTPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS OLOG-FILE-STATUS.
SELECT CFG-HIST-FILE ASSIGN TO "CFGHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CFGH-FILE-STATUS.
SELECT CLNT-HIST-FILE ASSIGN TO "CLNTHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CLNH-FILE-STATUS.
SELECT REGR-HIST-FILE ASSIGN TO "REGRHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RHST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "AUDTRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDT-PARM-FILE.
  01 audt-parm-line pic X(80).

FD OPER-LOG-FILE.
  01 oper-log-line pic X(40).

FD CFG-HIST-FILE.
  01 cfg-hist-line pic X(132).

FD CLNT-HIST-FILE.
  01 clnt-hist-line pic X(132).

FD REGR-HIST-FILE.
  01 regr-hist-line pic X(50).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 OLOG-FILE-STATUS PIC X(02) VALUE SPACES.
77 CFGH-FILE-STATUS PIC X(02) VALUE SPACES.
77 CLNH-FILE-STATUS PIC X(02) VALUE SPACES.
77 RHST-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.

*>period, business hours (HHMM, from inclusive, to exclusive) and
*>how many refused sign-ons under one id in a day are "repeated".
*>Zero dates are open; zero hours take 0700-1800, a zero limit 3
01 AUDT-PARM-REC.
   02 AP-DATE-FROM  PIC 9(8).
   02 FILLER        PIC X.
   02 AP-DATE-TO    PIC 9(8).
   02 FILLER        PIC X.
   02 AP-HOURS-FROM PIC 9(4).
   02 FILLER        PIC X.
   02 AP-HOURS-TO   PIC 9(4).
   02 FILLER        PIC X.
   02 AP-FAIL-LIMIT PIC 9(2).

*>the line layouts the three front ends append - mathmenu's
*>OPERLOG, cfgmaint's CFGHIST, clntmaint's CLNTHIST
01 OPER-LOG-REC.
   02 AO-DATE   PIC 9(8).
   02 FILLER    PIC X.
   02 AO-TIME   PIC 9(8).
   02 FILLER    PIC X.
   02 AO-ID     PIC X(8).
   02 FILLER    PIC X.
   02 AO-RESULT PIC X(1).
   02 FILLER    PIC X.
   02 AO-CLIENT PIC X(8).

01 CFG-HIST-REC.
   02 AF-DATE     PIC 9(8).
   02 FILLER      PIC X.
   02 AF-TIME     PIC 9(8).
   02 FILLER      PIC X.
   02 AF-OPERATOR PIC X(8).
*>old and new tolerance, iteration cap and precision switch
   02 AF-CHANGE   PIC X(50).

01 CLNT-HIST-REC.
   02 AK-DATE     PIC 9(8).
   02 FILLER      PIC X.
   02 AK-TIME     PIC 9(8).
   02 FILLER      PIC X.
   02 AK-OPERATOR PIC X(8).
   02 FILLER      PIC X.
   02 AK-ACTION   PIC X(7).
   02 FILLER      PIC X.
   02 AK-CLIENT   PIC X(8).
*>entitlements, name, negative-root option and duplicate window
*>after the change
   02 AK-DETAIL   PIC X(55).

COPY "regrhrec.cpy".
*>the business calendar lookup's parameter area - a change on a
*>shop holiday is outside business hours whatever the clock says
COPY "bcallink.cpy".

*>every regression run on the register, whatever its date - a
*>run after the period still answers for a change inside it
77 WS-RG-MAX    PIC 9(4) VALUE 1000.
77 WS-RG-CT     PIC 9(4) VALUE 0.
77 WS-RG-SUB    PIC 9(4) VALUE 0.
77 WS-RG-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-RG-FOUND             VALUE 'Y'.
01 REGR-RUN-TABLE.
   02 RG-ENTRY OCCURS 1000 TIMES.
      03 RG-KEY.
         04 RG-DATE PIC 9(8).
         04 RG-TIME PIC 9(8).

*>the period's events from all three files, kept in operator,
*>date, time order as they are loaded - each one is slotted in
*>behind any event with the same key, so lines stamped in the
*>same second keep the order their file had them in
77 WS-EV-MAX    PIC 9(4) VALUE 5000.
77 WS-EV-CT     PIC 9(4) VALUE 0.
77 WS-EV-SUB    PIC 9(4) VALUE 0.
77 WS-EV-SUB2   PIC 9(4) VALUE 0.
77 WS-EV-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-EV-FULL              VALUE 'Y'.
77 WS-SLOT-SW   PIC X(01) VALUE 'N'.
   88 WS-SLOT-FOUND           VALUE 'Y'.
77 WS-SCAN-DONE-SW PIC X(01) VALUE 'N'.
   88 WS-SCAN-DONE            VALUE 'Y'.
01 AUDIT-EVENT-TABLE.
   02 EV-ENTRY OCCURS 5000 TIMES.
      03 EV-KEY.
         04 EV-OPER   PIC X(8).
         04 EV-DATE   PIC 9(8).
         04 EV-TIME   PIC 9(8).
*>O OPERLOG, C CFGHIST, K CLNTHIST
      03 EV-SOURCE PIC X(1).
*>the OPERLOG result (S, F, T, P); C or K for the history files
      03 EV-KIND   PIC X(1).
      03 EV-CLIENT PIC X(8).
      03 EV-OFF-SW PIC X(1).
      03 EV-TEXT   PIC X(80).
*>the event being loaded, same shape as a table entry
01 NEW-EVENT.
   02 NW-KEY.
      03 NW-OPER   PIC X(8).
      03 NW-DATE   PIC 9(8).
      03 NW-TIME   PIC 9(8).
   02 NW-SOURCE PIC X(1).
   02 NW-KIND   PIC X(1).
   02 NW-CLIENT PIC X(8).
   02 NW-OFF-SW PIC X(1).
   02 NW-TEXT   PIC X(80).

*>business-hours test - the day of the week by Zeller's rule on
*>the calendar pieces (0 Saturday, 1 Sunday, 2 Monday ... 6
*>Friday), then the HHMM of the stamp against the parm hours
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
   88 WS-Z-WEEKEND            VALUE 0 1.
77 WS-HHMM      PIC 9(4) VALUE 0.

77 WS-IN-RANGE-SW PIC X(01) VALUE 'N'.
   88 WS-IN-RANGE             VALUE 'Y'.
77 WS-TEST-DATE   PIC 9(8) VALUE 0.

*>failed sign-on run being counted - one id on one day
77 WS-FAIL-OPER  PIC X(8) VALUE SPACES.
77 WS-FAIL-DATE  PIC 9(8) VALUE 0.
77 WS-FAIL-CT    PIC 9(5) VALUE 0.
*>entries keyed after an entitlement change
77 WS-ENT-CT     PIC 9(5) VALUE 0.
77 WS-ENT-FIRST  PIC 9(4) VALUE 0.

77 WS-OLOG-COUNT  PIC 9(7) VALUE 0.
77 WS-CFGH-COUNT  PIC 9(7) VALUE 0.
77 WS-CLNH-COUNT  PIC 9(7) VALUE 0.
77 WS-OPER-COUNT  PIC 9(7) VALUE 0.
77 WS-FAIL-EXC    PIC 9(7) VALUE 0.
77 WS-HOURS-EXC   PIC 9(7) VALUE 0.
77 WS-ENTL-EXC    PIC 9(7) VALUE 0.
77 WS-REGR-EXC    PIC 9(7) VALUE 0.
77 WS-EXC-COUNT   PIC 9(7) VALUE 0.
77 WS-PREV-OPER   PIC X(8) VALUE LOW-VALUES.
77 WS-HHMMSS      PIC 9(6) VALUE 0.
01 WS-EDIT-DATE   PIC 9999/99/99.

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'SECURITY AND CHANGE AUDIT '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 PERIOD-LINE.
   02 FILLER PIC X(7) VALUE 'PERIOD '.
   02 PD-FROM PIC X(10).
   02 FILLER PIC X(4) VALUE ' TO '.
   02 PD-TO PIC X(10).

01 HOURS-LINE.
   02 FILLER PIC X(15) VALUE 'BUSINESS HOURS '.
   02 HR-FROM PIC 99B99.
   02 FILLER PIC X(3) VALUE ' - '.
   02 HR-TO PIC 99B99.
   02 FILLER PIC X(33) VALUE
      ' MON-FRI   FAILED SIGN-ON LIMIT '.
   02 HR-LIMIT PIC Z9.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 MISSING-LINE.
   02 MS-NAME PIC X(8).
   02 FILLER PIC X(44) VALUE
      ' NOT ON FILE - NOTHING FROM IT IN THIS AUDIT'.

01 NO-FILE-LINE.
   02 NF-NAME PIC X(8).
   02 FILLER PIC X(44) VALUE
      ' COULD NOT BE OPENED - AUDIT INCOMPLETE     '.

01 REGR-NONE-LINE.
   02 FILLER PIC X(44) VALUE
      'REGRHIST NOT ON FILE - NO REGRESSION RUN IS '.
   02 FILLER PIC X(11) VALUE 'ON RECORD  '.

01 EV-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'PERIOD EXCEEDS EVENT TABLE - NARROW THE     '.
   02 FILLER PIC X(33) VALUE
      'AUDTPARM DATES, NOTHING REPORTED '.

01 RG-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'REGRHIST EXCEEDS TABLE - LATEST RUNS NOT    '.
   02 FILLER PIC X(12) VALUE 'CONSIDERED  '.

01 TIMELINE-HEAD.
   02 FILLER PIC X(44) VALUE
      'TIMELINE BY OPERATOR (OFF = OUTSIDE HOURS): '.

01 OPER-HEAD-LINE.
   02 FILLER PIC X(9) VALUE 'OPERATOR '.
   02 OH-OPER PIC X(8).

01 EVENT-HEADS.
   02 FILLER PIC X(1)  VALUE SPACE.
   02 FILLER PIC X(11) VALUE 'DATE       '.
   02 FILLER PIC X(9)  VALUE 'TIME     '.
   02 FILLER PIC X(9)  VALUE 'SOURCE   '.
   02 FILLER PIC X(4)  VALUE 'OFF '.
   02 FILLER PIC X(5)  VALUE 'EVENT'.

01 EVENT-LINE.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-DATE PIC 9999/99/99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-TIME PIC 99B99B99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-SOURCE PIC X(8).
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-OFF PIC X(3).
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-TEXT PIC X(80).

01 NO-EVENTS-LINE.
   02 FILLER PIC X(40) VALUE
      'NO SIGN-ONS OR CHANGES IN THE PERIOD    '.

01 FAIL-HEAD.
   02 FILLER PIC X(44) VALUE
      'EXCEPTIONS - REPEATED FAILED SIGN-ONS:      '.

01 HOURS-HEAD.
   02 FILLER PIC X(44) VALUE
      'EXCEPTIONS - CHANGES OUTSIDE BUSINESS HOURS:'.

01 ENTL-HEAD.
   02 FILLER PIC X(44) VALUE
      'EXCEPTIONS - ENTITLEMENT CHANGED, THEN WORK '.
   02 FILLER PIC X(31) VALUE
      'ENTERED FOR THE SAME CLIENT BY '.
   02 FILLER PIC X(17) VALUE 'THE SAME OPERATOR'.

01 REGR-HEAD.
   02 FILLER PIC X(43) VALUE
      'EXCEPTIONS - CALCCFG CHANGES WITH NO LATER '.
   02 FILLER PIC X(15) VALUE 'REGRESSION RUN:'.

01 NONE-EXC-LINE.
   02 FILLER PIC X(5) VALUE SPACES.
   02 FILLER PIC X(4) VALUE 'NONE'.

01 FAIL-LINE.
   02 FILLER PIC X(1) VALUE SPACE.
   02 FL-OPER PIC X(8).
   02 FILLER PIC X(1) VALUE SPACE.
   02 FL-DATE PIC 9999/99/99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 FL-COUNT PIC ZZZZ9.
   02 FILLER PIC X(25) VALUE ' REFUSED SIGN-ONS UNDER T'.
   02 FILLER PIC X(10) VALUE 'HIS ID    '.

01 EXC-EVENT-LINE.
   02 FILLER PIC X(1) VALUE SPACE.
   02 XL-OPER PIC X(8).
   02 FILLER PIC X(1) VALUE SPACE.
   02 XL-DATE PIC 9999/99/99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 XL-TIME PIC 99B99B99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 XL-TEXT PIC X(80).

01 ENTL-LINE.
   02 FILLER PIC X(5) VALUE SPACES.
   02 FILLER PIC X(10) VALUE 'THEN KEYED'.
   02 EN-COUNT PIC ZZZZ9.
   02 FILLER PIC X(30) VALUE ' TRANSACTION(S) FOR THE CLIENT'.
   02 FILLER PIC X(10) VALUE ', FIRST ON'.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EN-DATE PIC 9999/99/99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EN-TIME PIC 99B99B99.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-AUDT-PARMS.
    PERFORM LOAD-REGR-RUNS THRU LOAD-REGR-RUNS-EXIT.
    PERFORM LOAD-OPER-LOG THRU LOAD-OPER-LOG-EXIT.
    PERFORM LOAD-CFG-HIST THRU LOAD-CFG-HIST-EXIT.
    PERFORM LOAD-CLNT-HIST THRU LOAD-CLNT-HIST-EXIT.
*>a period bigger than the table is not audited at all - a
*>timeline with its tail cut off would read as a quiet quarter
    IF WS-EV-FULL
       WRITE OUT-LINE FROM EV-FULL-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM WRITE-TIMELINE.
    PERFORM WRITE-FAILED-SIGNONS.
    PERFORM WRITE-OFF-HOURS-CHANGES.
    PERFORM WRITE-ENTITLEMENT-ENTRIES.
    PERFORM WRITE-UNTESTED-CONFIG.
    PERFORM WRITE-AUDIT-SUMMARY.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>the period and the hours, each field defaulted on its own so
*>an auditor can supply just the dates
READ-AUDT-PARMS.
    MOVE ZEROES TO AUDT-PARM-REC.
    OPEN INPUT AUDT-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ AUDT-PARM-FILE INTO AUDT-PARM-REC
           AT END CONTINUE
       END-READ
       CLOSE AUDT-PARM-FILE
    END-IF.
    IF AP-DATE-FROM NOT NUMERIC
       MOVE ZEROES TO AP-DATE-FROM
    END-IF.
    IF AP-DATE-TO NOT NUMERIC
       MOVE ZEROES TO AP-DATE-TO
    END-IF.
    IF AP-HOURS-FROM NOT NUMERIC OR AP-HOURS-FROM = 0
       MOVE 0700 TO AP-HOURS-FROM
    END-IF.
    IF AP-HOURS-TO NOT NUMERIC OR AP-HOURS-TO = 0
       MOVE 1800 TO AP-HOURS-TO
    END-IF.
    IF AP-FAIL-LIMIT NOT NUMERIC OR AP-FAIL-LIMIT = 0
       MOVE 3 TO AP-FAIL-LIMIT
    END-IF.
    IF AP-DATE-FROM = ZEROES
       MOVE 'FIRST LINE' TO PD-FROM
    ELSE
       MOVE AP-DATE-FROM TO WS-EDIT-DATE
       MOVE WS-EDIT-DATE TO PD-FROM
    END-IF.
    IF AP-DATE-TO = ZEROES
       MOVE 'LAST LINE ' TO PD-TO
    ELSE
       MOVE AP-DATE-TO TO WS-EDIT-DATE
       MOVE WS-EDIT-DATE TO PD-TO
    END-IF.
    WRITE OUT-LINE FROM PERIOD-LINE.
    MOVE AP-HOURS-FROM TO HR-FROM.
    MOVE AP-HOURS-TO   TO HR-TO.
    MOVE AP-FAIL-LIMIT TO HR-LIMIT.
    WRITE OUT-LINE FROM HOURS-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.

*>no register yet means SQRTREGR has never completed a run since
*>it started keeping one - every CALCCFG change is then untested
LOAD-REGR-RUNS.
    OPEN INPUT REGR-HIST-FILE.
    IF RHST-FILE-STATUS NOT = '00'
       IF RHST-FILE-STATUS = '35'
          WRITE OUT-LINE FROM REGR-NONE-LINE
       ELSE
          MOVE 'REGRHIST' TO NF-NAME
          WRITE OUT-LINE FROM NO-FILE-LINE
          MOVE 8 TO WS-RC
       END-IF
       GO TO LOAD-REGR-RUNS-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-REGR-RUN UNTIL FILE-EOF.
    CLOSE REGR-HIST-FILE.
LOAD-REGR-RUNS-EXIT.
    EXIT.

LOAD-ONE-REGR-RUN.
    READ REGR-HIST-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE REGR-HIST-LINE TO REGR-HIST-REC
       IF RH-DATE NUMERIC AND RH-TIME NUMERIC
          IF WS-RG-CT < WS-RG-MAX
             ADD 1 TO WS-RG-CT
             MOVE RH-DATE TO RG-DATE(WS-RG-CT)
             MOVE RH-TIME TO RG-TIME(WS-RG-CT)
          ELSE
*>the register is in date order, so what falls off the end is
*>the newest runs - said once, and the change it could have
*>cleared shows as untested rather than passing unseen
             IF WS-RG-CT = WS-RG-MAX
                WRITE OUT-LINE FROM RG-FULL-MESS
                ADD 1 TO WS-RG-CT
                MOVE 8 TO WS-RC
             END-IF
          END-IF
       END-IF
    END-IF.

*>a history file that does not exist yet only means its front
*>end has never written to it - said on the report and worth a
*>look (CC 4), since a missing DD looks exactly the same
LOAD-OPER-LOG.
    OPEN INPUT OPER-LOG-FILE.
    IF OLOG-FILE-STATUS NOT = '00'
       MOVE 'OPERLOG ' TO MS-NAME
       MOVE 'OPERLOG ' TO NF-NAME
       PERFORM NOTE-SOURCE-MISSING
       GO TO LOAD-OPER-LOG-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-OPER-LINE UNTIL FILE-EOF.
    CLOSE OPER-LOG-FILE.
LOAD-OPER-LOG-EXIT.
    EXIT.

LOAD-ONE-OPER-LINE.
    READ OPER-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE SPACES TO OPER-LOG-REC
       MOVE OPER-LOG-LINE TO OPER-LOG-REC
       MOVE AO-DATE TO WS-TEST-DATE
       PERFORM TEST-IN-PERIOD
       IF WS-IN-RANGE
          ADD 1 TO WS-OLOG-COUNT
          MOVE SPACES    TO NEW-EVENT
          MOVE AO-ID     TO NW-OPER
          MOVE AO-DATE   TO NW-DATE
          MOVE AO-TIME   TO NW-TIME
          MOVE 'O'       TO NW-SOURCE
          MOVE AO-RESULT TO NW-KIND
          MOVE AO-CLIENT TO NW-CLIENT
          MOVE 'N'       TO NW-OFF-SW
          EVALUATE AO-RESULT
              WHEN 'S'
                   MOVE 'SIGNED ON TO MATHMENU' TO NW-TEXT
              WHEN 'F'
                   MOVE 'SIGN-ON REFUSED - ID NOT ON OPERPROF'
                       TO NW-TEXT
              WHEN 'T'
                   STRING 'TRANSACTION ENTERED FOR CLIENT '
                       AO-CLIENT DELIMITED BY SIZE INTO NW-TEXT
              WHEN 'P'
                   STRING 'PAST-RUN REPORT REPRINTED - '
                       AO-CLIENT DELIMITED BY SIZE INTO NW-TEXT
              WHEN OTHER
                   STRING 'OPERLOG LINE, RESULT ' AO-RESULT
                       DELIMITED BY SIZE INTO NW-TEXT
          END-EVALUATE
          PERFORM INSERT-EVENT
       END-IF
    END-IF.

LOAD-CFG-HIST.
    OPEN INPUT CFG-HIST-FILE.
    IF CFGH-FILE-STATUS NOT = '00'
       MOVE 'CFGHIST ' TO MS-NAME
       MOVE 'CFGHIST ' TO NF-NAME
       PERFORM NOTE-SOURCE-MISSING
       GO TO LOAD-CFG-HIST-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-CFG-LINE UNTIL FILE-EOF.
    CLOSE CFG-HIST-FILE.
LOAD-CFG-HIST-EXIT.
    EXIT.

LOAD-ONE-CFG-LINE.
    READ CFG-HIST-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE CFG-HIST-LINE TO CFG-HIST-REC
       MOVE AF-DATE TO WS-TEST-DATE
       PERFORM TEST-IN-PERIOD
       IF WS-IN-RANGE
          ADD 1 TO WS-CFGH-COUNT
          MOVE SPACES      TO NEW-EVENT
          MOVE AF-OPERATOR TO NW-OPER
          MOVE AF-DATE     TO NW-DATE
          MOVE AF-TIME     TO NW-TIME
          MOVE 'C'         TO NW-SOURCE
          MOVE 'C'         TO NW-KIND
          STRING 'CALCCFG CHANGED' AF-CHANGE
              DELIMITED BY SIZE INTO NW-TEXT
          PERFORM JUDGE-BUSINESS-HOURS
              THRU JUDGE-BUSINESS-HOURS-EXIT
          PERFORM INSERT-EVENT
       END-IF
    END-IF.

LOAD-CLNT-HIST.
    OPEN INPUT CLNT-HIST-FILE.
    IF CLNH-FILE-STATUS NOT = '00'
       MOVE 'CLNTHIST' TO MS-NAME
       MOVE 'CLNTHIST' TO NF-NAME
       PERFORM NOTE-SOURCE-MISSING
       GO TO LOAD-CLNT-HIST-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-CLNT-LINE UNTIL FILE-EOF.
    CLOSE CLNT-HIST-FILE.
LOAD-CLNT-HIST-EXIT.
    EXIT.

LOAD-ONE-CLNT-LINE.
    READ CLNT-HIST-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE CLNT-HIST-LINE TO CLNT-HIST-REC
       MOVE AK-DATE TO WS-TEST-DATE
       PERFORM TEST-IN-PERIOD
       IF WS-IN-RANGE
          ADD 1 TO WS-CLNH-COUNT
          MOVE SPACES      TO NEW-EVENT
          MOVE AK-OPERATOR TO NW-OPER
          MOVE AK-DATE     TO NW-DATE
          MOVE AK-TIME     TO NW-TIME
          MOVE 'K'         TO NW-SOURCE
          MOVE 'K'         TO NW-KIND
          MOVE AK-CLIENT   TO NW-CLIENT
          STRING 'CLNTMAST ' AK-ACTION ' ' AK-CLIENT AK-DETAIL
              DELIMITED BY SIZE INTO NW-TEXT
          PERFORM JUDGE-BUSINESS-HOURS
              THRU JUDGE-BUSINESS-HOURS-EXIT
          PERFORM INSERT-EVENT
       END-IF
    END-IF.

NOTE-SOURCE-MISSING.
    IF WS-RC < 4
       MOVE 4 TO WS-RC
    END-IF.
    IF MS-NAME = 'OPERLOG ' AND OLOG-FILE-STATUS = '35'
       OR MS-NAME = 'CFGHIST ' AND CFGH-FILE-STATUS = '35'
       OR MS-NAME = 'CLNTHIST' AND CLNH-FILE-STATUS = '35'
       WRITE OUT-LINE FROM MISSING-LINE
    ELSE
       WRITE OUT-LINE FROM NO-FILE-LINE
       MOVE 8 TO WS-RC
    END-IF.

*>zero period dates are open at that end; an unreadable stamp
*>is kept, since an audit should show a damaged line, not drop it
TEST-IN-PERIOD.
    SET WS-IN-RANGE TO TRUE.
    IF WS-TEST-DATE NUMERIC
       IF AP-DATE-FROM NOT = ZEROES
          AND WS-TEST-DATE < AP-DATE-FROM
          MOVE 'N' TO WS-IN-RANGE-SW
       END-IF
       IF AP-DATE-TO NOT = ZEROES
          AND WS-TEST-DATE > AP-DATE-TO
          MOVE 'N' TO WS-IN-RANGE-SW
       END-IF
    END-IF.

*>Saturday, Sunday, a shop holiday on BUSCAL, or a stamp outside
*>the parm hours on a working day marks the change.  Without the
*>calendar (or for a date it does not hold) holidays go unmarked
JUDGE-BUSINESS-HOURS.
    MOVE 'N' TO NW-OFF-SW.
    IF NW-DATE NOT NUMERIC OR NW-TIME NOT NUMERIC
       GO TO JUDGE-BUSINESS-HOURS-EXIT
    END-IF.
    MOVE NW-DATE TO WS-Z-DATE.
    PERFORM FIND-DAY-OF-WEEK.
    COMPUTE WS-HHMM = NW-TIME / 10000.
    IF WS-Z-WEEKEND
       OR WS-HHMM < AP-HOURS-FROM
       OR WS-HHMM NOT < AP-HOURS-TO
       MOVE 'Y' TO NW-OFF-SW
       GO TO JUDGE-BUSINESS-HOURS-EXIT
    END-IF.
    MOVE 'T' TO BCL-FUNCTION.
    MOVE NW-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK AND BCL-HOLIDAY
       MOVE 'Y' TO NW-OFF-SW
    END-IF.
JUDGE-BUSINESS-HOURS-EXIT.
    EXIT.

*>Zeller's congruence - January and February count as months
*>13 and 14 of the year before; each division lands in its own
*>whole-number field so the truncation happens where the rule
*>wants it
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

*>slots NEW-EVENT in behind every event whose key is not greater
*>- the entries above it move down one
INSERT-EVENT.
    IF WS-EV-CT NOT < WS-EV-MAX
       SET WS-EV-FULL TO TRUE
    ELSE
       MOVE WS-EV-CT TO WS-EV-SUB
       MOVE 'N' TO WS-SLOT-SW
       PERFORM MAKE-EVENT-ROOM UNTIL WS-SLOT-FOUND
       ADD 1 TO WS-EV-SUB
       MOVE NEW-EVENT TO EV-ENTRY(WS-EV-SUB)
       ADD 1 TO WS-EV-CT
    END-IF.

MAKE-EVENT-ROOM.
    IF WS-EV-SUB = 0
       SET WS-SLOT-FOUND TO TRUE
    ELSE
       IF EV-KEY(WS-EV-SUB) > NW-KEY
          MOVE EV-ENTRY(WS-EV-SUB) TO EV-ENTRY(WS-EV-SUB + 1)
          SUBTRACT 1 FROM WS-EV-SUB
       ELSE
          SET WS-SLOT-FOUND TO TRUE
       END-IF
    END-IF.

WRITE-TIMELINE.
    WRITE OUT-LINE FROM TIMELINE-HEAD.
    IF WS-EV-CT = 0
       WRITE OUT-LINE FROM NO-EVENTS-LINE
    ELSE
       PERFORM WRITE-ONE-EVENT
           VARYING WS-EV-SUB FROM 1 BY 1
           UNTIL WS-EV-SUB > WS-EV-CT
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

WRITE-ONE-EVENT.
    IF EV-OPER(WS-EV-SUB) NOT = WS-PREV-OPER
       MOVE EV-OPER(WS-EV-SUB) TO WS-PREV-OPER
       ADD 1 TO WS-OPER-COUNT
       MOVE SPACES TO OUT-LINE
       WRITE OUT-LINE
       MOVE EV-OPER(WS-EV-SUB) TO OH-OPER
       WRITE OUT-LINE FROM OPER-HEAD-LINE
       WRITE OUT-LINE FROM EVENT-HEADS
    END-IF.
    MOVE EV-DATE(WS-EV-SUB) TO EL-DATE.
    COMPUTE WS-HHMMSS = EV-TIME(WS-EV-SUB) / 100.
    MOVE WS-HHMMSS TO EL-TIME.
    EVALUATE EV-SOURCE(WS-EV-SUB)
        WHEN 'O' MOVE 'OPERLOG ' TO EL-SOURCE
        WHEN 'C' MOVE 'CFGHIST ' TO EL-SOURCE
        WHEN OTHER MOVE 'CLNTHIST' TO EL-SOURCE
    END-EVALUATE.
    IF EV-OFF-SW(WS-EV-SUB) = 'Y'
       MOVE 'OFF' TO EL-OFF
    ELSE
       MOVE SPACES TO EL-OFF
    END-IF.
    MOVE EV-TEXT(WS-EV-SUB) TO EL-TEXT.
    WRITE OUT-LINE FROM EVENT-LINE.

*>refused sign-ons counted per id per day - the table is already
*>in id and date order, so each run of one id's day is together
WRITE-FAILED-SIGNONS.
    WRITE OUT-LINE FROM FAIL-HEAD.
    MOVE SPACES TO WS-FAIL-OPER.
    MOVE 0 TO WS-FAIL-DATE.
    MOVE 0 TO WS-FAIL-CT.
    PERFORM COUNT-ONE-FAILURE
        VARYING WS-EV-SUB FROM 1 BY 1
        UNTIL WS-EV-SUB > WS-EV-CT.
    PERFORM FLUSH-FAILURE-COUNT.
    IF WS-FAIL-EXC = 0
       WRITE OUT-LINE FROM NONE-EXC-LINE
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

COUNT-ONE-FAILURE.
    IF EV-SOURCE(WS-EV-SUB) = 'O' AND EV-KIND(WS-EV-SUB) = 'F'
       IF EV-OPER(WS-EV-SUB) NOT = WS-FAIL-OPER
          OR EV-DATE(WS-EV-SUB) NOT = WS-FAIL-DATE
          PERFORM FLUSH-FAILURE-COUNT
          MOVE EV-OPER(WS-EV-SUB) TO WS-FAIL-OPER
          MOVE EV-DATE(WS-EV-SUB) TO WS-FAIL-DATE
       END-IF
       ADD 1 TO WS-FAIL-CT
    END-IF.

FLUSH-FAILURE-COUNT.
    IF WS-FAIL-CT NOT < AP-FAIL-LIMIT
       ADD 1 TO WS-FAIL-EXC
       MOVE WS-FAIL-OPER TO FL-OPER
       MOVE WS-FAIL-DATE TO FL-DATE
       MOVE WS-FAIL-CT   TO FL-COUNT
       WRITE OUT-LINE FROM FAIL-LINE
    END-IF.
    MOVE 0 TO WS-FAIL-CT.

WRITE-OFF-HOURS-CHANGES.
    WRITE OUT-LINE FROM HOURS-HEAD.
    PERFORM LIST-ONE-OFF-HOURS
        VARYING WS-EV-SUB FROM 1 BY 1
        UNTIL WS-EV-SUB > WS-EV-CT.
    IF WS-HOURS-EXC = 0
       WRITE OUT-LINE FROM NONE-EXC-LINE
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

LIST-ONE-OFF-HOURS.
    IF EV-OFF-SW(WS-EV-SUB) = 'Y'
       ADD 1 TO WS-HOURS-EXC
       PERFORM WRITE-EXC-EVENT
    END-IF.

WRITE-EXC-EVENT.
    MOVE EV-OPER(WS-EV-SUB) TO XL-OPER.
    MOVE EV-DATE(WS-EV-SUB) TO XL-DATE.
    COMPUTE WS-HHMMSS = EV-TIME(WS-EV-SUB) / 100.
    MOVE WS-HHMMSS TO XL-TIME.
    MOVE EV-TEXT(WS-EV-SUB) TO XL-TEXT.
    WRITE OUT-LINE FROM EXC-EVENT-LINE.

*>for each client-master change, the same operator's transaction
*>entries for that client stamped after it - they follow it in
*>the table, inside the operator's own block
WRITE-ENTITLEMENT-ENTRIES.
    WRITE OUT-LINE FROM ENTL-HEAD.
    PERFORM CHECK-ONE-ENTITLEMENT
        VARYING WS-EV-SUB FROM 1 BY 1
        UNTIL WS-EV-SUB > WS-EV-CT.
    IF WS-ENTL-EXC = 0
       WRITE OUT-LINE FROM NONE-EXC-LINE
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

CHECK-ONE-ENTITLEMENT.
    IF EV-SOURCE(WS-EV-SUB) = 'K'
       MOVE 0 TO WS-ENT-CT
       MOVE 0 TO WS-ENT-FIRST
       COMPUTE WS-EV-SUB2 = WS-EV-SUB + 1
       MOVE 'N' TO WS-SCAN-DONE-SW
       PERFORM COUNT-ONE-LATER-ENTRY UNTIL WS-SCAN-DONE
       IF WS-ENT-CT > 0
          ADD 1 TO WS-ENTL-EXC
          PERFORM WRITE-EXC-EVENT
          MOVE WS-ENT-CT TO EN-COUNT
          MOVE EV-DATE(WS-ENT-FIRST) TO EN-DATE
          COMPUTE WS-HHMMSS = EV-TIME(WS-ENT-FIRST) / 100
          MOVE WS-HHMMSS TO EN-TIME
          WRITE OUT-LINE FROM ENTL-LINE
       END-IF
    END-IF.

*>stops at the end of the table or of the operator's block
COUNT-ONE-LATER-ENTRY.
    IF WS-EV-SUB2 > WS-EV-CT
       SET WS-SCAN-DONE TO TRUE
    ELSE
       IF EV-OPER(WS-EV-SUB2) NOT = EV-OPER(WS-EV-SUB)
          SET WS-SCAN-DONE TO TRUE
       ELSE
          IF EV-SOURCE(WS-EV-SUB2) = 'O'
             AND EV-KIND(WS-EV-SUB2) = 'T'
             AND EV-CLIENT(WS-EV-SUB2) = EV-CLIENT(WS-EV-SUB)
             ADD 1 TO WS-ENT-CT
             IF WS-ENT-FIRST = 0
                MOVE WS-EV-SUB2 TO WS-ENT-FIRST
             END-IF
          END-IF
          ADD 1 TO WS-EV-SUB2
       END-IF
    END-IF.

*>a CALCCFG change counts as tested once any regression run is
*>stamped after it - a run after several changes tests them all
*>together, since it ran on the settings they left behind
WRITE-UNTESTED-CONFIG.
    WRITE OUT-LINE FROM REGR-HEAD.
    PERFORM CHECK-ONE-CONFIG-CHANGE
        VARYING WS-EV-SUB FROM 1 BY 1
        UNTIL WS-EV-SUB > WS-EV-CT.
    IF WS-REGR-EXC = 0
       WRITE OUT-LINE FROM NONE-EXC-LINE
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

CHECK-ONE-CONFIG-CHANGE.
    IF EV-SOURCE(WS-EV-SUB) = 'C'
       MOVE 'N' TO WS-RG-FOUND-SW
       PERFORM MATCH-ONE-REGR-RUN
           VARYING WS-RG-SUB FROM 1 BY 1
           UNTIL WS-RG-SUB > WS-RG-CT OR WS-RG-SUB > WS-RG-MAX
              OR WS-RG-FOUND
       IF NOT WS-RG-FOUND
          ADD 1 TO WS-REGR-EXC
          PERFORM WRITE-EXC-EVENT
       END-IF
    END-IF.

MATCH-ONE-REGR-RUN.
    IF RG-DATE(WS-RG-SUB) > EV-DATE(WS-EV-SUB)
       OR RG-DATE(WS-RG-SUB) = EV-DATE(WS-EV-SUB)
          AND RG-TIME(WS-RG-SUB) > EV-TIME(WS-EV-SUB)
       SET WS-RG-FOUND TO TRUE
    END-IF.

WRITE-AUDIT-SUMMARY.
    MOVE 'OPERLOG LINES IN PERIOD           ' TO CL-LABEL.
    MOVE WS-OLOG-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CFGHIST CHANGES IN PERIOD         ' TO CL-LABEL.
    MOVE WS-CFGH-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CLNTHIST CHANGES IN PERIOD        ' TO CL-LABEL.
    MOVE WS-CLNH-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'OPERATOR IDS SEEN                 ' TO CL-LABEL.
    MOVE WS-OPER-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'REPEATED FAILED SIGN-ON DAYS      ' TO CL-LABEL.
    MOVE WS-FAIL-EXC TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CHANGES OUTSIDE BUSINESS HOURS    ' TO CL-LABEL.
    MOVE WS-HOURS-EXC TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ENTITLEMENT CHANGES THEN ENTRIES  ' TO CL-LABEL.
    MOVE WS-ENTL-EXC TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CALCCFG CHANGES NOT REGRESSED     ' TO CL-LABEL.
    MOVE WS-REGR-EXC TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    COMPUTE WS-EXC-COUNT = WS-FAIL-EXC + WS-HOURS-EXC
        + WS-ENTL-EXC + WS-REGR-EXC.
*>any exception at all is the alert the job exists to raise
    IF WS-EXC-COUNT > 0 AND WS-RC < 4
       MOVE 4 TO WS-RC
    END-IF.
