IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtlife.

*>submission lifecycle lookup.  "What happened to the file we sent
*>Thursday" used to mean SUBMREG, then SQRTSTAT for the run, then
*>counting SQRTLOG lines, then SUSPFILE for rejects still open,
*>then hunting for the response file and the acknowledgment and
*>the invoice.  This subprogram does that walk once, for both the
*>SQRTSUBQ batch report and the menu inquiry, and hands the whole
*>answer back in LIFELINK.CPY.
*>
*>Given a client and serial it finds the SUBMREG line and takes
*>the run number from it; given a run number alone it finds the
*>register line that run processed (if any).  Everything after
*>that is keyed on the run number: the run's SQRTSTAT line, its
*>SQRTLOG lines by status (the month-end archives listed on
*>ARCHDIR are searched when the live log no longer holds them),
*>the SUSPFILE items it raised, the DISTREG response files, and
*>the SQRTACK acknowledgments naming it.  Billing is judged off
*>BILLHIST - an invoice for the client whose date range spans
*>the run's date.  Every file is opened status-checked and
*>optional; one that can't be opened is flagged on LIFE-SOURCES
*>so the caller can say "unknown" instead of "didn't happen".
*>
*>Register lines written before the run number was carried stop
*>at the date - those submissions show as received, and billed
*>or not, but can't be followed into a run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUBMIT-REG-FILE ASSIGN TO "SUBMREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SREG-FILE-STATUS.
SELECT RUN-STAT-FILE ASSIGN TO "SQRTSTAT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS STAT-FILE-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO "SQRTLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LOG-FILE-STATUS.
*>the month-end archive directory and one SELECT serving every
*>archive it names, same arrangement as the log inquiry
SELECT ARCH-DIR-FILE ASSIGN TO "ARCHDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ADIR-FILE-STATUS.
SELECT ARCH-LOG-FILE ASSIGN TO WS-ARCH-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ARCH-FILE-STATUS.
SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SUSP-FILE-STATUS.
SELECT DIST-REG-FILE ASSIGN TO "DISTREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS DREG-FILE-STATUS.
SELECT ACK-FILE ASSIGN TO "SQRTACK"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ACK-FILE-STATUS.
SELECT BILL-HIST-FILE ASSIGN TO "BILLHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BHST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUBMIT-REG-FILE.
  01 submit-reg-line pic X(48).

FD RUN-STAT-FILE.
  01 run-stat-line pic X(80).

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD ARCH-DIR-FILE.
  01 arch-dir-line pic X(80).

FD ARCH-LOG-FILE.
  01 arch-log-line pic X(160).

FD SUSPENSE-FILE.
  01 suspense-line pic X(80).

FD DIST-REG-FILE.
  01 dist-reg-line pic X(60).

FD ACK-FILE.
  01 ack-line pic X(132).

FD BILL-HIST-FILE.
  01 bill-hist-line pic X(120).

WORKING-STORAGE SECTION.
COPY "logrec.cpy".
COPY "statrec.cpy".
COPY "susprec.cpy".
COPY "distrec.cpy".
COPY "bhistrec.cpy".
*>the business calendar lookup's parameter area - archives are
*>cut on fiscal period ends and listed on ARCHDIR by period
COPY "bcallink.cpy".

77 SREG-FILE-STATUS PIC X(02) VALUE SPACES.
77 STAT-FILE-STATUS PIC X(02) VALUE SPACES.
77 LOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 ADIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 ARCH-FILE-STATUS PIC X(02) VALUE SPACES.
77 SUSP-FILE-STATUS PIC X(02) VALUE SPACES.
77 DREG-FILE-STATUS PIC X(02) VALUE SPACES.
77 ACK-FILE-STATUS  PIC X(02) VALUE SPACES.
77 BHST-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.

*>the submission register line, as the batch reader and the split
*>write it - older lines stop after SR-DATE and read back blank
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

*>asked by run alone with no register line to name the client -
*>every line of the run then counts, and the first client seen
*>is taken as the one to look for on the billing history
77 WS-ANY-CLIENT-SW PIC X(01) VALUE 'N'.
   88 WS-ANY-CLIENT            VALUE 'Y'.
77 WS-BY-SERIAL-SW  PIC X(01) VALUE 'N'.
   88 WS-BY-SERIAL             VALUE 'Y'.

*>the date the run is judged by for the archive month and the
*>billing range - the SQRTSTAT date, else the first log line's,
*>else the date the file was registered
77 WS-TRACE-DATE    PIC 9(08) VALUE 0.
77 WS-TRACE-MONTH   PIC 9(06) VALUE 0.
77 WS-LOG-FIRST-DATE PIC 9(08) VALUE 0.

*>the archive directory, as the log inquiry holds it
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

*>one acknowledgment taken apart, as SQRTACKV reads them
77 WS-ACK-TAG       PIC X(01) VALUE SPACE.
77 WS-ACK-SYSTEM    PIC X(10) VALUE SPACES.
77 WS-ACK-RUN-X     PIC X(06) VALUE SPACES.
77 WS-ACK-COUNT-X   PIC X(07) VALUE SPACES.
77 WS-ACK-HASH-X    PIC X(20) VALUE SPACES.

LINKAGE SECTION.
COPY "lifelink.cpy".

PROCEDURE DIVISION USING LIFE-LINK-AREA.
    PERFORM CLEAR-LIFE-RESULT.
    PERFORM FIND-REGISTER-LINE THRU FIND-REGISTER-LINE-EXIT.
    IF LIFE-CLIENT = SPACES
       SET WS-ANY-CLIENT TO TRUE
    END-IF.
    IF LIFE-RUN-NO NOT = 0
       PERFORM FIND-RUN-STAT
       MOVE LIFE-RUN-DATE TO WS-TRACE-DATE
       IF WS-TRACE-DATE = 0
          MOVE LIFE-REG-DATE TO WS-TRACE-DATE
       END-IF
       PERFORM COUNT-RUN-LOG-LINES
       PERFORM COUNT-RUN-SUSPENSE
       PERFORM FIND-RUN-DISTRIBUTION
       PERFORM FIND-RUN-ACKS
    END-IF.
*>billing is judged on the run's own date wherever one was found
    MOVE LIFE-RUN-DATE TO WS-TRACE-DATE.
    IF WS-TRACE-DATE = 0
       MOVE WS-LOG-FIRST-DATE TO WS-TRACE-DATE
    END-IF.
    IF WS-TRACE-DATE = 0
       MOVE LIFE-REG-DATE TO WS-TRACE-DATE
    END-IF.
    PERFORM FIND-BILLING THRU FIND-BILLING-EXIT.
    IF LIFE-REGISTERED OR LIFE-STAT-FOUND
       OR LIFE-LOG-LINES > 0 OR LIFE-DIST-FILES > 0
       SET LIFE-FOUND TO TRUE
    END-IF.
    GOBACK.

*>the answer area starts empty on every call - the menu calls
*>this over and over in one session
CLEAR-LIFE-RESULT.
    MOVE 'N' TO WS-ANY-CLIENT-SW.
    MOVE 'N' TO WS-BY-SERIAL-SW.
    MOVE 0 TO WS-TRACE-DATE.
    MOVE 0 TO WS-TRACE-MONTH.
    MOVE 0 TO WS-LOG-FIRST-DATE.
    MOVE 'N' TO LIFE-FOUND-SW.
    MOVE 'N' TO LIFE-REG-SW.
    MOVE 0 TO LIFE-REG-DATE.
    MOVE 0 TO LIFE-HDR-DATE.
    MOVE 0 TO LIFE-SENT-COUNT.
    MOVE 'N' TO LIFE-STAT-SW.
    MOVE 0 TO LIFE-RUN-DATE.
    MOVE 0 TO LIFE-START-TIME.
    MOVE 0 TO LIFE-END-TIME.
    MOVE 0 TO LIFE-LOG-LINES.
    MOVE 0 TO LIFE-COMPUTED.
    MOVE 0 TO LIFE-REJECTED.
    MOVE 0 TO LIFE-NONCONV.
    MOVE 0 TO LIFE-HELD.
    MOVE 0 TO LIFE-OTHER-LINES.
    MOVE SPACE TO LIFE-LOG-SRC.
    MOVE 0 TO LIFE-SUSP-OPEN.
    MOVE 0 TO LIFE-SUSP-CLEARED.
    MOVE 0 TO LIFE-LAST-CLEAR.
    MOVE 0 TO LIFE-DIST-FILES.
    MOVE 0 TO LIFE-DIST-RECORDS.
    MOVE 0 TO LIFE-DIST-DATE.
    MOVE 0 TO LIFE-ACK-SYSTEMS.
    MOVE SPACES TO LIFE-ACK-FIRST.
    MOVE 0 TO LIFE-ACK-RECORDS.
    MOVE 'N' TO LIFE-BILL-SW.
    MOVE 0 TO LIFE-BILL-DATE.
    MOVE 'NNNNNNN' TO LIFE-SOURCES.

*>the SUBMREG line - by client and serial when a serial was given,
*>otherwise the line of the run asked for
FIND-REGISTER-LINE.
    IF LIFE-SERIAL NOT = 0 AND LIFE-CLIENT NOT = SPACES
       SET WS-BY-SERIAL TO TRUE
       MOVE 0 TO LIFE-RUN-NO
    END-IF.
    OPEN INPUT SUBMIT-REG-FILE.
    IF SREG-FILE-STATUS NOT = '00'
       GO TO FIND-REGISTER-LINE-EXIT
    END-IF.
    MOVE 'Y' TO LIFE-SRC-REG.
    PERFORM READ-ONE-REG-LINE
        UNTIL SREG-FILE-STATUS NOT = '00' OR LIFE-REGISTERED.
    CLOSE SUBMIT-REG-FILE.
FIND-REGISTER-LINE-EXIT.
    EXIT.

READ-ONE-REG-LINE.
    MOVE SPACES TO SUBMIT-REG-REC.
    READ SUBMIT-REG-FILE INTO SUBMIT-REG-REC
        AT END CONTINUE
    END-READ.
    IF SREG-FILE-STATUS = '00'
       IF WS-BY-SERIAL
          IF SR-CLIENT = LIFE-CLIENT AND SR-SERIAL = LIFE-SERIAL
             PERFORM TAKE-REG-LINE
          END-IF
       ELSE
          IF SR-RUN-NO NUMERIC
             IF SR-RUN-NO = LIFE-RUN-NO
                MOVE SR-CLIENT TO LIFE-CLIENT
                MOVE SR-SERIAL TO LIFE-SERIAL
                PERFORM TAKE-REG-LINE
             END-IF
          END-IF
       END-IF
    END-IF.

TAKE-REG-LINE.
    SET LIFE-REGISTERED TO TRUE.
    IF SR-DATE NUMERIC
       MOVE SR-DATE TO LIFE-REG-DATE
    END-IF.
    IF SR-RUN-NO NUMERIC
       MOVE SR-RUN-NO TO LIFE-RUN-NO
    END-IF.
    IF SR-HDR-DATE NUMERIC
       MOVE SR-HDR-DATE TO LIFE-HDR-DATE
    END-IF.
    IF SR-COUNT NUMERIC
       MOVE SR-COUNT TO LIFE-SENT-COUNT
    END-IF.

*>the run's statistics line - single-stream runs only; the four
*>parallel streams keep theirs on the per-stream files
FIND-RUN-STAT.
    OPEN INPUT RUN-STAT-FILE.
    IF STAT-FILE-STATUS = '00'
       MOVE 'Y' TO LIFE-SRC-STAT
       PERFORM READ-ONE-STAT-LINE
           UNTIL STAT-FILE-STATUS NOT = '00' OR LIFE-STAT-FOUND
       CLOSE RUN-STAT-FILE
    END-IF.

READ-ONE-STAT-LINE.
    MOVE SPACES TO RUN-STAT-REC.
    READ RUN-STAT-FILE INTO RUN-STAT-REC
        AT END CONTINUE
    END-READ.
    IF STAT-FILE-STATUS = '00'
       IF STAT-RUN-NO NUMERIC
          IF STAT-RUN-NO = LIFE-RUN-NO
             SET LIFE-STAT-FOUND TO TRUE
             MOVE STAT-DATE       TO LIFE-RUN-DATE
             MOVE STAT-START-TIME TO LIFE-START-TIME
             MOVE STAT-END-TIME   TO LIFE-END-TIME
          END-IF
       END-IF
    END-IF.

*>the run's log lines off the live log; once the month-end cut has
*>moved them, off the archive for the run's month (every archive
*>listed when the run's date isn't known)
COUNT-RUN-LOG-LINES.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS = '00'
       MOVE 'Y' TO LIFE-SRC-LOG
       PERFORM READ-ONE-LIVE-LINE UNTIL FILE-EOF
       CLOSE AUDIT-LOG-FILE
    END-IF.
    IF LIFE-LOG-LINES > 0
       MOVE 'L' TO LIFE-LOG-SRC
    ELSE
       PERFORM NAME-TRACE-PERIOD
       PERFORM READ-ARCHIVE-DIRECTORY
       PERFORM SEARCH-ONE-ARCHIVE
           VARYING WS-AR-SUB FROM 1 BY 1
           UNTIL WS-AR-SUB > WS-AR-CT OR LIFE-LOG-LINES > 0
       IF LIFE-LOG-LINES > 0
          MOVE 'A' TO LIFE-LOG-SRC
       END-IF
    END-IF.

READ-ONE-LIVE-LINE.
    READ AUDIT-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE AUDIT-LOG-LINE TO AUDIT-LOG-REC
       PERFORM JUDGE-LIFE-LOG-LINE THRU JUDGE-LIFE-LOG-LINE-EXIT
    END-IF.

*>the archive the run's lines went to is listed under the fiscal
*>period of the run's date - or its YYYYMM, for a date before the
*>calendar
NAME-TRACE-PERIOD.
    COMPUTE WS-TRACE-MONTH = WS-TRACE-DATE / 100.
    IF WS-TRACE-DATE > 0
       MOVE 'P' TO BCL-FUNCTION
       MOVE WS-TRACE-DATE TO BCL-DATE-1
       CALL "sqrtcal" USING BCAL-LINK-AREA
       IF BCL-OK
          MOVE BCL-PERIOD TO WS-TRACE-MONTH
       END-IF
    END-IF.

READ-ARCHIVE-DIRECTORY.
    MOVE 0 TO WS-AR-CT.
    OPEN INPUT ARCH-DIR-FILE.
    IF ADIR-FILE-STATUS = '00'
       PERFORM READ-ONE-DIR-ENTRY
           UNTIL ADIR-FILE-STATUS NOT = '00'
           OR WS-AR-CT >= WS-AR-MAX
       CLOSE ARCH-DIR-FILE
    END-IF.

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

SEARCH-ONE-ARCHIVE.
    IF WS-TRACE-MONTH = 0 OR AR-MONTH(WS-AR-SUB) = WS-TRACE-MONTH
       MOVE AR-NAME(WS-AR-SUB) TO WS-ARCH-NAME
       MOVE 'N' TO WS-EOF-SW
       OPEN INPUT ARCH-LOG-FILE
       IF ARCH-FILE-STATUS = '00'
          MOVE 'Y' TO LIFE-SRC-LOG
          PERFORM READ-ONE-ARCH-LINE UNTIL FILE-EOF
          CLOSE ARCH-LOG-FILE
       END-IF
    END-IF.

READ-ONE-ARCH-LINE.
    READ ARCH-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE ARCH-LOG-LINE TO AUDIT-LOG-REC
       PERFORM JUDGE-LIFE-LOG-LINE THRU JUDGE-LIFE-LOG-LINE-EXIT
    END-IF.

*>one log line of the run into the client's counts by status, or
*>into the other-clients count when it belongs to someone else
*>(released held records ride along in the next run's file)
JUDGE-LIFE-LOG-LINE.
    IF LOG-RUN-NO NOT NUMERIC
       GO TO JUDGE-LIFE-LOG-LINE-EXIT
    END-IF.
    IF LOG-RUN-NO NOT = LIFE-RUN-NO
       GO TO JUDGE-LIFE-LOG-LINE-EXIT
    END-IF.
    IF WS-LOG-FIRST-DATE = 0 AND LOG-DATE NUMERIC
       MOVE LOG-DATE TO WS-LOG-FIRST-DATE
    END-IF.
    IF WS-ANY-CLIENT
       IF LIFE-CLIENT = SPACES
          MOVE LOG-CLIENT-ID TO LIFE-CLIENT
       END-IF
    ELSE
       IF LOG-CLIENT-ID NOT = LIFE-CLIENT
          ADD 1 TO LIFE-OTHER-LINES
          GO TO JUDGE-LIFE-LOG-LINE-EXIT
       END-IF
    END-IF.
    ADD 1 TO LIFE-LOG-LINES.
    EVALUATE LOG-STATUS
        WHEN 'V' ADD 1 TO LIFE-COMPUTED
        WHEN 'I' ADD 1 TO LIFE-REJECTED
        WHEN 'N' ADD 1 TO LIFE-NONCONV
        WHEN 'H' ADD 1 TO LIFE-HELD
        WHEN OTHER CONTINUE
    END-EVALUATE.
JUDGE-LIFE-LOG-LINE-EXIT.
    EXIT.

*>the suspense items the run raised - the suspense id leads with
*>the run number - open until a clean resubmission clears them
COUNT-RUN-SUSPENSE.
    OPEN INPUT SUSPENSE-FILE.
    IF SUSP-FILE-STATUS = '00'
       MOVE 'Y' TO LIFE-SRC-SUSP
       PERFORM READ-ONE-SUSP-LINE
           UNTIL SUSP-FILE-STATUS NOT = '00'
       CLOSE SUSPENSE-FILE
    END-IF.

READ-ONE-SUSP-LINE.
    READ SUSPENSE-FILE INTO SUSPENSE-REC
        AT END CONTINUE
    END-READ.
    IF SUSP-FILE-STATUS = '00'
       IF SUSP-RUN-NO NUMERIC
          IF SUSP-RUN-NO = LIFE-RUN-NO
             AND (WS-ANY-CLIENT OR SUSP-CLIENT = LIFE-CLIENT)
             IF SUSP-STATUS = 'C'
                ADD 1 TO LIFE-SUSP-CLEARED
                IF SUSP-CLEAR-DATE NUMERIC
                   IF SUSP-CLEAR-DATE > LIFE-LAST-CLEAR
                      MOVE SUSP-CLEAR-DATE TO LIFE-LAST-CLEAR
                   END-IF
                END-IF
             ELSE
                ADD 1 TO LIFE-SUSP-OPEN
             END-IF
          END-IF
       END-IF
    END-IF.

*>the response files registered for the run and client
FIND-RUN-DISTRIBUTION.
    OPEN INPUT DIST-REG-FILE.
    IF DREG-FILE-STATUS = '00'
       MOVE 'Y' TO LIFE-SRC-DIST
       PERFORM READ-ONE-DIST-LINE
           UNTIL DREG-FILE-STATUS NOT = '00'
       CLOSE DIST-REG-FILE
    END-IF.

READ-ONE-DIST-LINE.
    READ DIST-REG-FILE INTO DIST-REG-REC
        AT END CONTINUE
    END-READ.
    IF DREG-FILE-STATUS = '00'
       IF DR-RUN-NO NUMERIC
          IF DR-RUN-NO = LIFE-RUN-NO
             AND (WS-ANY-CLIENT OR DR-CLIENT = LIFE-CLIENT)
             ADD 1 TO LIFE-DIST-FILES
             IF DR-COUNT NUMERIC
                ADD DR-COUNT TO LIFE-DIST-RECORDS
             END-IF
             IF DR-DATE NUMERIC
                MOVE DR-DATE TO LIFE-DIST-DATE
             END-IF
          END-IF
       END-IF
    END-IF.

*>acknowledgments naming the run, in the A|system|run|count|hash
*>discipline SQRTACKV verifies
FIND-RUN-ACKS.
    OPEN INPUT ACK-FILE.
    IF ACK-FILE-STATUS = '00'
       MOVE 'Y' TO LIFE-SRC-ACK
       PERFORM READ-ONE-ACK-LINE
           UNTIL ACK-FILE-STATUS NOT = '00'
       CLOSE ACK-FILE
    END-IF.

READ-ONE-ACK-LINE.
    READ ACK-FILE
        AT END CONTINUE
    END-READ.
    IF ACK-FILE-STATUS = '00'
       IF ACK-LINE(1:2) = 'A|'
          MOVE SPACES TO WS-ACK-SYSTEM
          MOVE SPACES TO WS-ACK-RUN-X
          MOVE SPACES TO WS-ACK-COUNT-X
          UNSTRING ACK-LINE DELIMITED BY '|'
              INTO WS-ACK-TAG, WS-ACK-SYSTEM, WS-ACK-RUN-X,
                   WS-ACK-COUNT-X, WS-ACK-HASH-X
          END-UNSTRING
          IF WS-ACK-RUN-X NUMERIC
             IF WS-ACK-RUN-X = LIFE-RUN-NO
                ADD 1 TO LIFE-ACK-SYSTEMS
                IF LIFE-ACK-SYSTEMS = 1
                   MOVE WS-ACK-SYSTEM TO LIFE-ACK-FIRST
                   IF WS-ACK-COUNT-X NUMERIC
                      MOVE WS-ACK-COUNT-X TO LIFE-ACK-RECORDS
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF
    END-IF.

*>billed once an invoice for the client spans the run's date - the
*>earliest such billing run is the one reported
FIND-BILLING.
    IF LIFE-CLIENT = SPACES OR WS-TRACE-DATE = 0
       GO TO FIND-BILLING-EXIT
    END-IF.
    OPEN INPUT BILL-HIST-FILE.
    IF BHST-FILE-STATUS NOT = '00'
       GO TO FIND-BILLING-EXIT
    END-IF.
    MOVE 'Y' TO LIFE-SRC-BILL.
    PERFORM READ-ONE-BILL-LINE
        UNTIL BHST-FILE-STATUS NOT = '00' OR LIFE-BILLED.
    CLOSE BILL-HIST-FILE.
FIND-BILLING-EXIT.
    EXIT.

READ-ONE-BILL-LINE.
    READ BILL-HIST-FILE INTO BILL-HIST-REC
        AT END CONTINUE
    END-READ.
    IF BHST-FILE-STATUS = '00'
       IF BH-CLIENT = LIFE-CLIENT
          AND BH-FIRST-DATE NUMERIC AND BH-LAST-DATE NUMERIC
          IF BH-FIRST-DATE <= WS-TRACE-DATE
             AND BH-LAST-DATE >= WS-TRACE-DATE
             SET LIFE-BILLED TO TRUE
             MOVE BH-BILL-DATE TO LIFE-BILL-DATE
          END-IF
       END-IF
    END-IF.
