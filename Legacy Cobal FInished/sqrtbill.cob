*>team.  Invalid and non-converged lines (status I and N) are
*>never billed - a department doesn't pay for answers it didn't
*>get.
*>Each invoice is also appended to the BILLHIST register, so the
*>submission inquiry can tell whether a run has been billed long
*>after the month's journal has been posted and replaced.
*>Adjustments the billing desk keyed and SQRTADJV accepted come in
*>on ADJVALID: each prints in an ADJUSTMENTS section on its
*>client's invoice page with the net due after them, posts to
*>BILLJRNL as an A record, and is appended to the ADJHIST
*>register; the report ends with the month's adjustment register.
*>Finance closes on a 4-4-5 fiscal calendar, so a run with no
*>BILLPARM dates bills the latest fiscal period closed as of the
*>run date, its first and last dates taken off the BUSCAL calendar
*>(CALL "sqrtcal"); BILLPARM can name a period instead.  The
*>period goes on the BILLHIST lines and the journal header.  With
*>no BUSCAL at all every line supplied bills, as it always did.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT RATE-FILE ASSIGN TO "RATEFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RATE-FILE-STATUS.
*>optional billing-period date range or fiscal period; absent
*>means the latest fiscal period closed, same optional pattern as
*>LOGQPARM
SELECT BILL-PARM-FILE ASSIGN TO "BILLPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT JOURNAL-FILE ASSIGN TO "BILLJRNL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS JRNL-FILE-STATUS.
*>running register of every invoice priced, appended run after
*>run, so "has it been billed" outlives this month's BILLJRNL
SELECT BILL-HIST-FILE ASSIGN TO "BILLHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BHST-FILE-STATUS.
*>the adjustments SQRTADJV accepted for this run - optional, a
*>month with none simply bills without the section
SELECT ADJ-VALID-FILE ASSIGN TO "ADJVALID"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ADJV-FILE-STATUS.
*>the register of adjustments posted, appended run after run
SELECT ADJ-HIST-FILE ASSIGN TO "ADJHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS AHST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD ARCHIVE-LOG-FILE.
  01 archive-log-line pic X(160).

FD RATE-FILE.
  01 rate-line pic X(80).
FD JOURNAL-FILE.
  01 journal-line pic X(132).

FD BILL-HIST-FILE.
  01 bill-hist-line pic X(120).

FD ADJ-VALID-FILE.
  01 adj-valid-line pic X(90).

FD ADJ-HIST-FILE.
  01 adj-hist-line pic X(100).

WORKING-STORAGE SECTION.
*>the SQRTLOG line layout the writers build - each line read off
*>either log is moved here so its fields can be priced
COPY "logrec.cpy".
COPY "bhistrec.cpy".
COPY "adjrec.cpy".
*>the business calendar lookup's parameter area
COPY "bcallink.cpy".

77 LOG-FILE-STATUS   PIC X(02) VALUE SPACES.
77 ARCH-FILE-STATUS  PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS   PIC X(02) VALUE SPACES.
77 JRNL-FILE-STATUS  PIC X(02) VALUE SPACES.
77 BHST-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-BHST-OPEN-SW   PIC X(01) VALUE 'N'.
   88 WS-BHST-OPEN             VALUE 'Y'.
77 ADJV-FILE-STATUS  PIC X(02) VALUE SPACES.
77 AHST-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-AHST-OPEN-SW   PIC X(01) VALUE 'N'.
   88 WS-AHST-OPEN             VALUE 'Y'.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
   88 FILE-EOF                 VALUE 'Y'.
77 WS-RC             PIC 9(2) VALUE 0.
      03 RT-FUNC PIC X(01).
      03 RT-RATE PIC 9(3)V9(4).

*>optional billing period - a date range, else a fiscal period
*>YYYYPP whose dates come off the calendar; all zero means the
*>latest fiscal period closed as of the run date
01 BILL-PARM-REC.
   02 BP-DATE-FROM PIC 9(8).
   02 FILLER       PIC X.
   02 BP-DATE-TO   PIC 9(8).
   02 FILLER       PIC X.
   02 BP-PERIOD    PIC 9(6).
*>the fiscal period being billed - zero when there is no calendar
*>to name one
77 WS-BILL-PERIOD PIC 9(6) VALUE 0.

*>the month's usage rolled up per client and function - a slot
*>per submitting department seen, each holding the four function
77 WS-CL-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-CL-FOUND             VALUE 'Y'.
77 WS-BILL-CLIENT PIC X(08) VALUE SPACES.
*>the first and last log dates billed per client go to BILLHIST
01 CLIENT-BILL-TABLE.
   02 CB-ENTRY OCCURS 50 TIMES.
      03 CB-CLIENT PIC X(08).
      03 CB-FIRST-DATE PIC 9(8).
      03 CB-LAST-DATE  PIC 9(8).
      03 CB-FUNC-ENTRY OCCURS 4 TIMES.
         04 CB-LINE-CT  PIC 9(7).
         04 CB-ITER-TOT PIC 9(9).
77 WS-FN-SUB    PIC 9(1) VALUE 0.
77 WS-FUNC-CODE PIC X(1) VALUE SPACE.

*>the amount each function came to on the invoice being priced,
*>carried onto its BILLHIST line for the adjustment edit
01 WS-CLIENT-FUNC-AMOUNTS.
   02 WS-CLIENT-FUNC-AMT PIC 9(9)V99 OCCURS 4 TIMES.
*>the invoice period when no fiscal period could be named - the
*>billing range's closing month, or the client's last log month
01 WS-MONTH-DATE  PIC 9(8) VALUE 0.
01 WS-MONTH-PARTS REDEFINES WS-MONTH-DATE.
   02 WS-MONTH-YYYYMM PIC 9(6).
   02 FILLER          PIC 9(2).

*>the accepted adjustments, read whole before the invoices print,
*>each tied to its client's slot (0 = no slot, not posted)
77 WS-AJ-MAX    PIC 9(3) VALUE 500.
77 WS-AJ-CT     PIC 9(3) VALUE 0.
77 WS-AJ-SUB    PIC 9(3) VALUE 0.
77 WS-AJ-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-AJ-FULL              VALUE 'Y'.
01 ADJ-POST-TABLE.
   02 AJ-ENTRY OCCURS 500 TIMES.
      03 AJ-REC     PIC X(90).
      03 AJ-CL-USE  PIC 9(2).
*>Y when ADJHIST already has it - a rerun reprints it on the
*>invoice and journal but does not register it a second time
      03 AJ-ON-HIST PIC X(01).

*>the ids already on ADJHIST
77 WS-PH-MAX    PIC 9(4) VALUE 5000.
77 WS-PH-CT     PIC 9(4) VALUE 0.
77 WS-PH-SUB    PIC 9(4) VALUE 0.
77 WS-PH-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-PH-FOUND             VALUE 'Y'.
01 POSTED-ID-TABLE.
   02 PH-ADJ-ID PIC X(08) OCCURS 5000 TIMES.

*>adjustment arithmetic - per invoice page and over the run
77 WS-CLIENT-ADJ-CT  PIC 9(3) VALUE 0.
77 WS-CLIENT-CREDITS PIC 9(9)V99 VALUE 0.
77 WS-CLIENT-DEBITS  PIC 9(9)V99 VALUE 0.
77 WS-NET-DUE        PIC S9(9)V99 VALUE 0.
77 WS-ADJ-POSTED     PIC 9(7) VALUE 0.
77 WS-ADJ-UNPOSTED   PIC 9(7) VALUE 0.
77 WS-ADJ-CREDIT-TOT PIC 9(11)V99 VALUE 0.
77 WS-ADJ-DEBIT-TOT  PIC 9(11)V99 VALUE 0.
77 WS-NET-ALL        PIC S9(11)V99 VALUE 0.

*>line fields through numeric work items
77 WS-LOG-Y     PIC S9(11)V9(6) VALUE 0.
77 WS-LOG-ITER  PIC 9(5) VALUE 0.
*>totalled per client and over the whole run
77 WS-LINE-AMOUNT  PIC 9(9)V99 VALUE 0.
77 WS-CLIENT-TOTAL PIC 9(9)V99 VALUE 0.
77 WS-CLIENT-LINES PIC 9(7) VALUE 0.
77 WS-GRAND-TOTAL  PIC 9(11)V99 VALUE 0.
77 WS-JRNL-COUNT   PIC 9(7) VALUE 0.
77 WS-ITER-X       PIC 9(9) VALUE 0.
*>real decimal point instead of implied positions
77 WS-AMOUNT-X     PIC 9(9).99.
77 WS-GTOTAL-X     PIC 9(11).99.
77 WS-CTOTAL-X     PIC 9(11).99.
77 WS-DTOTAL-X     PIC 9(11).99.

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.
01 JOURNAL-REC  PIC X(132).
   02 FILLER PIC X(34) VALUE
      'BILLING PERIOD: ALL LINES SUPPLIED'.

01 FISCAL-PERIOD-LINE.
   02 FILLER PIC X(15) VALUE 'FISCAL PERIOD  '.
   02 FP-PERIOD PIC 9999/99.

01 NO-CAL-BILL-MESS.
   02 FILLER PIC X(44) VALUE
      'NO BUSCAL CALENDAR - NO FISCAL PERIOD CUT   '.

01 NO-PERIOD-MESS.
   02 FILLER PIC X(44) VALUE
      'PERIOD NOT ON BUSCAL - NOTHING BILLED       '.

01 INVOICE-CLIENT-LINE.
   02 FILLER PIC X(11) VALUE 'BILLED TO  '.
   02 IC-CLIENT PIC X(08).
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 ADJ-SECTION-LINE.
   02 FILLER PIC X(11) VALUE 'ADJUSTMENTS'.

01 ADJ-COL-HEADS.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(9)  VALUE 'ADJ ID   '.
   02 FILLER PIC X(9)  VALUE 'MONTH    '.
   02 FILLER PIC X(3)  VALUE 'FN '.
   02 FILLER PIC X(3)  VALUE 'TY '.
   02 FILLER PIC X(3)  VALUE 'RS '.
   02 FILLER PIC X(14) VALUE '      AMOUNT  '.
   02 FILLER PIC X(8)  VALUE 'APPROVER'.

01 ADJ-INVOICE-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 AI-ID PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AI-MONTH PIC 9999/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 AI-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 AI-TYPE PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 AI-REASON PIC X(02).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AI-AMOUNT PIC ZZZZZZZZ9.99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 AI-APPROVER PIC X(08).

01 NET-DUE-LINE.
   02 FILLER PIC X(30) VALUE 'NET DUE AFTER ADJUSTMENTS     '.
   02 ND-AMOUNT PIC -(9)9.99.

01 REGISTER-TITLE.
   02 FILLER PIC X(34) VALUE
      'ADJUSTMENT REGISTER FOR THE MONTH '.

01 REGISTER-COL-HEADS.
   02 FILLER PIC X(9)  VALUE 'ADJ ID   '.
   02 FILLER PIC X(9)  VALUE 'CLIENT   '.
   02 FILLER PIC X(8)  VALUE 'MONTH   '.
   02 FILLER PIC X(3)  VALUE 'FN '.
   02 FILLER PIC X(3)  VALUE 'TY '.
   02 FILLER PIC X(3)  VALUE 'RS '.
   02 FILLER PIC X(14) VALUE '      AMOUNT  '.
   02 FILLER PIC X(9)  VALUE 'ENTERED  '.
   02 FILLER PIC X(9)  VALUE 'APPROVER '.
   02 FILLER PIC X(10) VALUE 'POSTED    '.
   02 FILLER PIC X(6)  VALUE 'REASON'.

01 REGISTER-LINE.
   02 RG-ID PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-CLIENT PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-MONTH PIC 9999/99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 RG-TYPE PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 RG-REASON PIC X(02).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-AMOUNT PIC ZZZZZZZZ9.99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RG-ENTERED PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-APPROVER PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-POSTED PIC X(09).
   02 FILLER PIC X(1) VALUE SPACE.
   02 RG-TEXT PIC X(30).

01 ADJ-TOTAL-LINE.
   02 AT-LABEL PIC X(30).
   02 AT-AMOUNT PIC -(11)9.99.

01 NO-RATE-MESS.
   02 FILLER PIC X(44) VALUE
      'RATEFILE COULD NOT BE READ - NOTHING BILLED '.
   02 FILLER PIC X(44) VALUE
      'BILLJRNL COULD NOT BE WRITTEN - RUN FLAGGED '.

01 BHST-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'BILLHIST COULD NOT BE WRITTEN - CC 4        '.

01 ADJV-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'ADJVALID COULD NOT BE READ - NO ADJUSTMENTS '.

01 ADJ-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'MORE ADJUSTMENTS THAN THE TABLE - REST WAIT '.

01 AHST-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'ADJHIST COULD NOT BE WRITTEN - CC 4         '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-BILL-PARMS.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM OPEN-JOURNAL-FILE THRU OPEN-JOURNAL-FILE-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM OPEN-BILL-HIST-FILE.
    PERFORM LOAD-ADJUSTMENTS THRU LOAD-ADJUSTMENTS-EXIT.
    PERFORM WRITE-ONE-INVOICE
        VARYING WS-CL-SUB FROM 1 BY 1
        UNTIL WS-CL-SUB > WS-CL-CT.
    PERFORM WRITE-JOURNAL-TRAILER.
    IF WS-BHST-OPEN
       CLOSE BILL-HIST-FILE
    END-IF.
    IF WS-AHST-OPEN
       CLOSE ADJ-HIST-FILE
    END-IF.
    PERFORM WRITE-ADJ-REGISTER THRU WRITE-ADJ-REGISTER-EXIT.
    PERFORM WRITE-RUN-SUMMARY.

FINISH.

STOP RUN.

*>the billing period.  Dates keyed on BILLPARM stand as keyed,
*>with zero still meaning open at that end; a fiscal period keyed
*>instead is looked up for its dates; nothing keyed bills the
*>latest fiscal period closed
READ-BILL-PARMS.
    MOVE ZEROES TO BP-DATE-FROM.
    MOVE ZEROES TO BP-DATE-TO.
    MOVE ZEROES TO BP-PERIOD.
    OPEN INPUT BILL-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ BILL-PARM-FILE INTO BILL-PARM-REC
       END-READ
       CLOSE BILL-PARM-FILE
    END-IF.
    IF BP-PERIOD NOT NUMERIC
       MOVE ZEROES TO BP-PERIOD
    END-IF.
    MOVE 0 TO WS-BILL-PERIOD.
    EVALUATE TRUE
        WHEN BP-DATE-FROM NOT = ZEROES OR BP-DATE-TO NOT = ZEROES
             PERFORM NAME-PERIOD-OF-RANGE
        WHEN BP-PERIOD NOT = ZEROES
             PERFORM TAKE-PARM-PERIOD
        WHEN OTHER
             PERFORM TAKE-LAST-CLOSED-PERIOD
    END-EVALUATE.
    EVALUATE TRUE
        WHEN WS-RC NOT = 0
             WRITE OUT-LINE FROM NO-PERIOD-MESS
        WHEN BP-DATE-FROM = ZEROES AND BP-DATE-TO = ZEROES
             WRITE OUT-LINE FROM PERIOD-ALL-LINE
        WHEN OTHER
             MOVE BP-DATE-FROM TO PD-FROM
             MOVE BP-DATE-TO   TO PD-TO
             WRITE OUT-LINE FROM PERIOD-LINE
    END-EVALUATE.
    IF WS-BILL-PERIOD NOT = 0
       MOVE WS-BILL-PERIOD TO FP-PERIOD
       WRITE OUT-LINE FROM FISCAL-PERIOD-LINE
    END-IF.

*>a keyed date range is billed as keyed; its closing date names
*>the fiscal period when the calendar knows it
NAME-PERIOD-OF-RANGE.
    IF BP-DATE-TO NOT = ZEROES
       MOVE 'P' TO BCL-FUNCTION
       MOVE BP-DATE-TO TO BCL-DATE-1
       CALL "sqrtcal" USING BCAL-LINK-AREA
       IF BCL-OK
          MOVE BCL-PERIOD TO WS-BILL-PERIOD
       END-IF
    END-IF.

*>a period keyed on BILLPARM - one the calendar doesn't hold
*>can't be billed by guesswork
TAKE-PARM-PERIOD.
    MOVE 'F' TO BCL-FUNCTION.
    MOVE BP-PERIOD TO BCL-PERIOD.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK
       MOVE BCL-PER-START TO BP-DATE-FROM
       MOVE BCL-PER-END   TO BP-DATE-TO
       MOVE BCL-PERIOD    TO WS-BILL-PERIOD
    ELSE
       IF BCL-NO-CALENDAR
          WRITE OUT-LINE FROM NO-CAL-BILL-MESS
       END-IF
       MOVE 8 TO WS-RC
    END-IF.

*>the normal month-end run: the latest period whose last day has
*>come.  No calendar at all bills every line supplied, as before
*>the calendar existed; a run date the calendar doesn't reach
*>means it has run out, and billing stops rather than guess
TAKE-LAST-CLOSED-PERIOD.
    MOVE 'C' TO BCL-FUNCTION.
    MOVE WS-RUN-DATE TO BCL-DATE-1.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    EVALUATE TRUE
        WHEN BCL-OK
             MOVE BCL-PER-START TO BP-DATE-FROM
             MOVE BCL-PER-END   TO BP-DATE-TO
             MOVE BCL-PERIOD    TO WS-BILL-PERIOD
        WHEN BCL-NO-CALENDAR
             WRITE OUT-LINE FROM NO-CAL-BILL-MESS
        WHEN OTHER
             MOVE 8 TO WS-RC
    END-EVALUATE.

*>the prices - one record per function code.  No rate file (or an
*>empty one) stops the run before an invoice can be mispriced
LOAD-RATE-TABLE.
          GO TO TALLY-ONE-LOG-LINE-EXIT
       END-IF
    END-IF.
*>a record held over its client's quota was never computed - it
*>bills when it is released and runs
    IF LOG-STATUS = 'I' OR LOG-STATUS = 'N' OR LOG-STATUS = 'H'
       ADD 1 TO WS-SKIP-COUNT
       GO TO TALLY-ONE-LOG-LINE-EXIT
    END-IF.
    END-IF.
    ADD 1 TO CB-LINE-CT(WS-CL-USE, WS-FN-SUB).
    ADD WS-LOG-ITER TO CB-ITER-TOT(WS-CL-USE, WS-FN-SUB).
    IF LOG-DATE NUMERIC
       IF CB-FIRST-DATE(WS-CL-USE) = 0
          OR LOG-DATE < CB-FIRST-DATE(WS-CL-USE)
          MOVE LOG-DATE TO CB-FIRST-DATE(WS-CL-USE)
       END-IF
       IF LOG-DATE > CB-LAST-DATE(WS-CL-USE)
          MOVE LOG-DATE TO CB-LAST-DATE(WS-CL-USE)
       END-IF
    END-IF.
    ADD 1 TO WS-BILLED-COUNT.
TALLY-ONE-LOG-LINE-EXIT.
    EXIT.
       IF WS-CL-CT < WS-CL-MAX
          ADD 1 TO WS-CL-CT
          MOVE WS-BILL-CLIENT TO CB-CLIENT(WS-CL-CT)
          MOVE 0 TO CB-FIRST-DATE(WS-CL-CT)
          MOVE 0 TO CB-LAST-DATE(WS-CL-CT)
          PERFORM CLEAR-ONE-CLIENT-SLOT
              VARYING WS-FN-SUB FROM 1 BY 1
              UNTIL WS-FN-SUB > 4
       GO TO OPEN-JOURNAL-FILE-EXIT
    END-IF.
    MOVE SPACES TO JOURNAL-REC.
    STRING 'H|BILLJRNL|' WS-RUN-DATE '|' WS-BILL-PERIOD
        DELIMITED BY SIZE INTO JOURNAL-REC.
    WRITE JOURNAL-LINE FROM JOURNAL-REC.
OPEN-JOURNAL-FILE-EXIT.
    EXIT.

*>the billing history is appended to, never replaced.  It can't
*>stop the invoices - the ledger needs them either way - so a
*>failed open prints a line, flags the run CC 4, and billing
*>carries on without the history
OPEN-BILL-HIST-FILE.
    OPEN EXTEND BILL-HIST-FILE.
    IF BHST-FILE-STATUS = '35'
       OPEN OUTPUT BILL-HIST-FILE
    END-IF.
    IF BHST-FILE-STATUS = '00'
       SET WS-BHST-OPEN TO TRUE
    ELSE
       WRITE OUT-LINE FROM BHST-FAIL-MESS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.

*>the adjustments SQRTADJV accepted.  The ADJHIST ids come first
*>so a rerun of this step knows which it registered already; then
*>each adjustment is tied to its client's invoice page, opening a
*>page for a client with no usage this month.  Like BILLHIST,
*>none of this can stop the invoices - a failure prints a line,
*>flags the run CC 4, and billing carries on
LOAD-ADJUSTMENTS.
    OPEN INPUT ADJ-VALID-FILE.
    IF ADJV-FILE-STATUS NOT = '00'
       IF ADJV-FILE-STATUS NOT = '35'
          WRITE OUT-LINE FROM ADJV-FAIL-MESS
          IF WS-RC = 0
             MOVE 4 TO WS-RC
          END-IF
       END-IF
       GO TO LOAD-ADJUSTMENTS-EXIT
    END-IF.
    PERFORM LOAD-POSTED-IDS.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-ADJUSTMENT UNTIL FILE-EOF.
    CLOSE ADJ-VALID-FILE.
    IF WS-AJ-CT = 0
       GO TO LOAD-ADJUSTMENTS-EXIT
    END-IF.
    OPEN EXTEND ADJ-HIST-FILE.
    IF AHST-FILE-STATUS = '35'
       OPEN OUTPUT ADJ-HIST-FILE
    END-IF.
    IF AHST-FILE-STATUS = '00'
       SET WS-AHST-OPEN TO TRUE
    ELSE
       WRITE OUT-LINE FROM AHST-FAIL-MESS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.
LOAD-ADJUSTMENTS-EXIT.
    EXIT.

LOAD-POSTED-IDS.
    OPEN INPUT ADJ-HIST-FILE.
    IF AHST-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF-SW
       PERFORM LOAD-ONE-POSTED-ID UNTIL FILE-EOF
       CLOSE ADJ-HIST-FILE
    END-IF.

LOAD-ONE-POSTED-ID.
    READ ADJ-HIST-FILE INTO ADJ-HIST-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       IF WS-PH-CT < WS-PH-MAX
          ADD 1 TO WS-PH-CT
          MOVE ADJH-ADJ TO ADJ-REC
          MOVE ADJ-ID TO PH-ADJ-ID(WS-PH-CT)
       END-IF
    END-IF.

*>a month with more adjustments than the table holds posts what
*>fits; the rest stay off ADJHIST, so the next edit passes them
*>again for the following run
LOAD-ONE-ADJUSTMENT.
    READ ADJ-VALID-FILE INTO ADJ-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND ADJ-REC NOT = SPACES
       IF WS-AJ-CT < WS-AJ-MAX
          ADD 1 TO WS-AJ-CT
          MOVE ADJ-REC TO AJ-REC(WS-AJ-CT)
          MOVE ADJ-CLIENT TO WS-BILL-CLIENT
          PERFORM FIND-BILL-CLIENT-SLOT
          MOVE WS-CL-USE TO AJ-CL-USE(WS-AJ-CT)
          PERFORM FIND-POSTED-ID
          IF WS-PH-FOUND
             MOVE 'Y' TO AJ-ON-HIST(WS-AJ-CT)
          ELSE
             MOVE 'N' TO AJ-ON-HIST(WS-AJ-CT)
          END-IF
       ELSE
          IF NOT WS-AJ-FULL
             WRITE OUT-LINE FROM ADJ-FULL-MESS
             SET WS-AJ-FULL TO TRUE
             IF WS-RC = 0
                MOVE 4 TO WS-RC
             END-IF
          END-IF
          ADD 1 TO WS-ADJ-UNPOSTED
       END-IF
    END-IF.

FIND-POSTED-ID.
    MOVE 'N' TO WS-PH-FOUND-SW.
    PERFORM MATCH-ONE-POSTED-ID
        VARYING WS-PH-SUB FROM 1 BY 1
        UNTIL WS-PH-SUB > WS-PH-CT OR WS-PH-FOUND.

MATCH-ONE-POSTED-ID.
    IF PH-ADJ-ID(WS-PH-SUB) = ADJ-ID
       SET WS-PH-FOUND TO TRUE
    END-IF.

*>one invoice page per client - a heading, one line per function
*>the client used, and the total due; each priced line also goes
*>to the journal so the ledger posts off the same numbers the
*>invoice shows.  The client's adjustments follow in their own
*>section with the net due after them
WRITE-ONE-INVOICE.
    MOVE 0 TO WS-CLIENT-TOTAL.
    MOVE 0 TO WS-CLIENT-LINES.
    MOVE 0 TO WS-CLIENT-ADJ-CT.
    MOVE 0 TO WS-CLIENT-CREDITS.
    MOVE 0 TO WS-CLIENT-DEBITS.
    MOVE ZEROES TO WS-CLIENT-FUNC-AMOUNTS.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE CB-CLIENT(WS-CL-SUB) TO IC-CLIENT.
    WRITE OUT-LINE FROM INVOICE-CLIENT-LINE.
    WRITE OUT-LINE FROM INVOICE-COL-HEADS.
    PERFORM WRITE-ONE-INVOICE-LINE THRU WRITE-ONE-INVOICE-LINE-EXIT
        VARYING WS-FN-SUB FROM 1 BY 1
        UNTIL WS-FN-SUB > 4.
    MOVE WS-CLIENT-TOTAL TO IT-AMOUNT.
    WRITE OUT-LINE FROM INVOICE-TOTAL-LINE.
    ADD WS-CLIENT-TOTAL TO WS-GRAND-TOTAL.
    PERFORM POST-ONE-ADJUSTMENT
        VARYING WS-AJ-SUB FROM 1 BY 1
        UNTIL WS-AJ-SUB > WS-AJ-CT.
    IF WS-CLIENT-ADJ-CT > 0
       COMPUTE WS-NET-DUE = WS-CLIENT-TOTAL + WS-CLIENT-DEBITS
           - WS-CLIENT-CREDITS
       MOVE WS-NET-DUE TO ND-AMOUNT
       WRITE OUT-LINE FROM NET-DUE-LINE
    END-IF.
*>a page opened only for adjustments priced nothing this month,
*>so it has no invoice of its own to register
    IF WS-BHST-OPEN AND WS-CLIENT-LINES > 0
       PERFORM WRITE-BILL-HIST-LINE
    END-IF.

*>one of this client's adjustments onto the invoice page, the
*>journal, and (once only) the ADJHIST register
POST-ONE-ADJUSTMENT.
    IF AJ-CL-USE(WS-AJ-SUB) = WS-CL-SUB
       MOVE AJ-REC(WS-AJ-SUB) TO ADJ-REC
       IF WS-CLIENT-ADJ-CT = 0
          WRITE OUT-LINE FROM ADJ-SECTION-LINE
          WRITE OUT-LINE FROM ADJ-COL-HEADS
       END-IF
       ADD 1 TO WS-CLIENT-ADJ-CT
       ADD 1 TO WS-ADJ-POSTED
       MOVE ADJ-ID        TO AI-ID
       MOVE ADJ-INV-MONTH TO AI-MONTH
       MOVE ADJ-FUNC      TO AI-FUNC
       MOVE ADJ-TYPE      TO AI-TYPE
       MOVE ADJ-REASON    TO AI-REASON
       MOVE ADJ-AMOUNT    TO AI-AMOUNT
       MOVE ADJ-APPROVER  TO AI-APPROVER
       WRITE OUT-LINE FROM ADJ-INVOICE-LINE
       IF ADJ-CREDIT
          ADD ADJ-AMOUNT TO WS-CLIENT-CREDITS
          ADD ADJ-AMOUNT TO WS-ADJ-CREDIT-TOT
       ELSE
          ADD ADJ-AMOUNT TO WS-CLIENT-DEBITS
          ADD ADJ-AMOUNT TO WS-ADJ-DEBIT-TOT
       END-IF
       PERFORM WRITE-JOURNAL-ADJUSTMENT
       IF WS-AHST-OPEN AND AJ-ON-HIST(WS-AJ-SUB) NOT = 'Y'
          PERFORM WRITE-ADJ-HIST-LINE
       END-IF
    END-IF.

WRITE-ADJ-HIST-LINE.
    MOVE WS-RUN-DATE TO ADJH-POST-DATE.
    MOVE ADJ-REC     TO ADJH-ADJ.
    WRITE ADJ-HIST-LINE FROM ADJ-HIST-REC.
    IF AHST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM AHST-FAIL-MESS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.

*>the invoice just priced, onto the billing history
WRITE-BILL-HIST-LINE.
    MOVE WS-RUN-DATE           TO BH-BILL-DATE.
    MOVE CB-CLIENT(WS-CL-SUB)  TO BH-CLIENT.
    MOVE CB-FIRST-DATE(WS-CL-SUB) TO BH-FIRST-DATE.
    MOVE CB-LAST-DATE(WS-CL-SUB)  TO BH-LAST-DATE.
    MOVE WS-CLIENT-LINES       TO BH-LINES.
    MOVE WS-CLIENT-TOTAL       TO BH-AMOUNT.
    IF BP-DATE-TO NOT = ZEROES
       MOVE BP-DATE-TO TO WS-MONTH-DATE
    ELSE
       MOVE CB-LAST-DATE(WS-CL-SUB) TO WS-MONTH-DATE
    END-IF.
    IF WS-BILL-PERIOD NOT = 0
       MOVE WS-BILL-PERIOD     TO BH-INV-MONTH
    ELSE
       MOVE WS-MONTH-YYYYMM    TO BH-INV-MONTH
    END-IF.
    PERFORM COPY-ONE-FUNC-AMOUNT
        VARYING WS-FN-SUB FROM 1 BY 1
        UNTIL WS-FN-SUB > 4.
    WRITE BILL-HIST-LINE FROM BILL-HIST-REC.
    IF BHST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM BHST-FAIL-MESS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.

COPY-ONE-FUNC-AMOUNT.
    MOVE SPACE TO BH-FUNC-ENTRY(WS-FN-SUB).
    MOVE WS-CLIENT-FUNC-AMT(WS-FN-SUB) TO BH-FUNC-AMT(WS-FN-SUB).

WRITE-ONE-INVOICE-LINE.
    IF CB-LINE-CT(WS-CL-SUB, WS-FN-SUB) = 0
    MOVE WS-LINE-AMOUNT TO ID-AMOUNT.
    WRITE OUT-LINE FROM INVOICE-DETAIL-LINE.
    ADD WS-LINE-AMOUNT TO WS-CLIENT-TOTAL.
    MOVE WS-LINE-AMOUNT TO WS-CLIENT-FUNC-AMT(WS-FN-SUB).
    ADD CB-LINE-CT(WS-CL-SUB, WS-FN-SUB) TO WS-CLIENT-LINES.
    PERFORM WRITE-JOURNAL-DETAIL.
WRITE-ONE-INVOICE-LINE-EXIT.
    EXIT.
    END-IF.
    ADD 1 TO WS-JRNL-COUNT.

*>an adjustment entry - client, function, the invoice month it
*>adjusts, C or D, reason, the desk's id, amount and approver
WRITE-JOURNAL-ADJUSTMENT.
    MOVE ADJ-AMOUNT TO WS-AMOUNT-X.
    MOVE SPACES TO JOURNAL-REC.
    STRING 'A|' ADJ-CLIENT '|' ADJ-FUNC '|' ADJ-INV-MONTH
        '|' ADJ-TYPE '|' ADJ-REASON '|' ADJ-ID
        '|' WS-AMOUNT-X '|' ADJ-APPROVER
        DELIMITED BY SIZE INTO JOURNAL-REC.
    WRITE JOURNAL-LINE FROM JOURNAL-REC.
    IF JRNL-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM JRNL-FAIL-MESS
       MOVE 12 TO WS-RC
    END-IF.

*>count-and-total trailer so the ledger team can verify the
*>transmission, same discipline as the SQRTEXT trailer.  The T
*>record still counts and totals the D records alone, as it always
*>has; the A records get their own X trailer after it - count,
*>credits and debits
WRITE-JOURNAL-TRAILER.
    MOVE WS-GRAND-TOTAL TO WS-GTOTAL-X.
    MOVE SPACES TO JOURNAL-REC.
    STRING 'T|' WS-JRNL-COUNT '|' WS-GTOTAL-X
        DELIMITED BY SIZE INTO JOURNAL-REC.
    WRITE JOURNAL-LINE FROM JOURNAL-REC.
    MOVE WS-ADJ-CREDIT-TOT TO WS-CTOTAL-X.
    MOVE WS-ADJ-DEBIT-TOT  TO WS-DTOTAL-X.
    MOVE SPACES TO JOURNAL-REC.
    STRING 'X|' WS-ADJ-POSTED '|' WS-CTOTAL-X '|' WS-DTOTAL-X
        DELIMITED BY SIZE INTO JOURNAL-REC.
    WRITE JOURNAL-LINE FROM JOURNAL-REC.
    CLOSE JOURNAL-FILE.

*>the month's adjustment register - every adjustment on ADJVALID,
*>whether it posted, and the credit and debit totals against the
*>usage billed
WRITE-ADJ-REGISTER.
    IF WS-AJ-CT = 0
       GO TO WRITE-ADJ-REGISTER-EXIT
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM REGISTER-TITLE.
    WRITE OUT-LINE FROM REGISTER-COL-HEADS.
    PERFORM WRITE-ONE-REGISTER-LINE
        VARYING WS-AJ-SUB FROM 1 BY 1
        UNTIL WS-AJ-SUB > WS-AJ-CT.
    MOVE 'ADJUSTMENT CREDITS POSTED     ' TO AT-LABEL.
    MOVE WS-ADJ-CREDIT-TOT TO AT-AMOUNT.
    WRITE OUT-LINE FROM ADJ-TOTAL-LINE.
    MOVE 'ADJUSTMENT DEBITS POSTED      ' TO AT-LABEL.
    MOVE WS-ADJ-DEBIT-TOT TO AT-AMOUNT.
    WRITE OUT-LINE FROM ADJ-TOTAL-LINE.
    COMPUTE WS-NET-ALL = WS-GRAND-TOTAL + WS-ADJ-DEBIT-TOT
        - WS-ADJ-CREDIT-TOT.
    MOVE 'NET DUE ALL CLIENTS           ' TO AT-LABEL.
    MOVE WS-NET-ALL TO AT-AMOUNT.
    WRITE OUT-LINE FROM ADJ-TOTAL-LINE.
WRITE-ADJ-REGISTER-EXIT.
    EXIT.

WRITE-ONE-REGISTER-LINE.
    MOVE AJ-REC(WS-AJ-SUB) TO ADJ-REC.
    MOVE ADJ-ID         TO RG-ID.
    MOVE ADJ-CLIENT     TO RG-CLIENT.
    MOVE ADJ-INV-MONTH  TO RG-MONTH.
    MOVE ADJ-FUNC       TO RG-FUNC.
    MOVE ADJ-TYPE       TO RG-TYPE.
    MOVE ADJ-REASON     TO RG-REASON.
    MOVE ADJ-AMOUNT     TO RG-AMOUNT.
    MOVE ADJ-ENTERED-BY TO RG-ENTERED.
    MOVE ADJ-APPROVER   TO RG-APPROVER.
    MOVE ADJ-TEXT       TO RG-TEXT.
    IF AJ-CL-USE(WS-AJ-SUB) = 0
       MOVE 'NO SLOT' TO RG-POSTED
       ADD 1 TO WS-ADJ-UNPOSTED
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    ELSE
       IF AJ-ON-HIST(WS-AJ-SUB) = 'Y'
          MOVE 'REPRINTED' TO RG-POSTED
       ELSE
          MOVE 'POSTED' TO RG-POSTED
       END-IF
    END-IF.
    WRITE OUT-LINE FROM REGISTER-LINE.

WRITE-RUN-SUMMARY.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'LOG LINES READ                    ' TO CL-LABEL.
    MOVE 'LINES NOT BILLED                  ' TO CL-LABEL.
    MOVE WS-SKIP-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ADJUSTMENTS POSTED                ' TO CL-LABEL.
    MOVE WS-ADJ-POSTED TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ADJUSTMENTS NOT POSTED            ' TO CL-LABEL.
    MOVE WS-ADJ-UNPOSTED TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE WS-GRAND-TOTAL TO GT-AMOUNT.
    WRITE OUT-LINE FROM GRAND-TOTAL-LINE.
