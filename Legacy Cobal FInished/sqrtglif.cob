IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtglif.

*>general ledger posting interface off the billing journal.  The
*>GL team used to re-key BILLJRNL into their posting batch every
*>month, because the journal names clients and functions but no
*>accounts, and carries one side of each entry only.  This program
*>checks the journal against its own T and X trailers first - a
*>journal that doesn't foot is never posted - then turns every
*>charge (D) and adjustment (A) into a balanced pair of postings
*>on GLPOST: the client's expense account, found through the GL
*>team's ACCTMAP, against the computing-services recovery account
*>named on GLIFPARM.  A charge or debit adjustment debits the
*>client and credits recovery; a credit adjustment is the reverse.
*>A client with no mapping posts to the GLIFPARM suspense account,
*>so the batch still balances, and is listed on GLIFRPT for the GL
*>team to map and reclass.  Every posting is stamped with the
*>fiscal period; the header and the trailer both carry the posting
*>count and the debit and credit totals for the GL load to verify.
*>Condition code 4 when any client went to suspense (or there was
*>no ACCTMAP at all), 8 when GLIFPARM or the journal is unusable
*>or the journal doesn't agree with its trailers (nothing posted),
*>12 when GLPOST could not be written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT JOURNAL-FILE ASSIGN TO "BILLJRNL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS JRNL-FILE-STATUS.
*>the accounts - recovery, suspense and the fiscal period override
SELECT GL-PARM-FILE ASSIGN TO "GLIFPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT ACCT-MAP-FILE ASSIGN TO "ACCTMAP"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS MAP-FILE-STATUS.
*>the posting batch for the GL load, in the shop's pipe discipline
SELECT GL-POST-FILE ASSIGN TO "GLPOST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS POST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "GLIFRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
  01 journal-line pic X(132).

FD GL-PARM-FILE.
  01 gl-parm-line pic X(80).

FD ACCT-MAP-FILE.
  01 acct-map-line pic X(80).

FD GL-POST-FILE.
  01 gl-post-line pic X(132).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "acctmap.cpy".

77 JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 MAP-FILE-STATUS  PIC X(02) VALUE SPACES.
77 POST-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.

*>fiscal period (zero = the period on the journal header, or the
*>month of the billing run on a journal without one), then the
*>recovery and suspense accounts, each a cost center and
*>an account - both are required, nothing posts without them
01 GL-PARM-REC.
   02 GP-PERIOD        PIC 9(6).
   02 FILLER           PIC X.
   02 GP-RECOV-CENTER  PIC X(6).
   02 FILLER           PIC X.
   02 GP-RECOV-ACCOUNT PIC X(8).
   02 FILLER           PIC X.
   02 GP-SUSP-CENTER   PIC X(6).
   02 FILLER           PIC X.
   02 GP-SUSP-ACCOUNT  PIC X(8).

*>the account map, read whole at start-up
77 WS-AM-MAX    PIC 9(3) VALUE 300.
77 WS-AM-CT     PIC 9(3) VALUE 0.
77 WS-AM-SUB    PIC 9(3) VALUE 0.
77 WS-AM-USE    PIC 9(3) VALUE 0.
77 WS-AM-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-AM-FOUND             VALUE 'Y'.
77 WS-AM-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-AM-FULL              VALUE 'Y'.
01 ACCOUNT-TABLE.
   02 AT-ENTRY OCCURS 300 TIMES.
      03 AT-CLIENT  PIC X(08).
      03 AT-CENTER  PIC X(06).
      03 AT-ACCOUNT PIC X(08).

*>clients that went to suspense, for the exception listing
77 WS-EX-MAX    PIC 9(3) VALUE 200.
77 WS-EX-CT     PIC 9(3) VALUE 0.
77 WS-EX-SUB    PIC 9(3) VALUE 0.
77 WS-EX-USE    PIC 9(3) VALUE 0.
77 WS-EX-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-EX-FOUND             VALUE 'Y'.
01 EXCEPTION-TABLE.
   02 EX-ENTRY OCCURS 200 TIMES.
      03 EX-CLIENT  PIC X(08).
      03 EX-ENTRIES PIC 9(05).
      03 EX-DEBITS  PIC 9(11)V99.
      03 EX-CREDITS PIC 9(11)V99.

*>one journal line taken apart
77 WS-JR-TAG      PIC X(01) VALUE SPACE.
77 WS-JR-NAME     PIC X(10) VALUE SPACES.
77 WS-JR-DATE-X   PIC X(08) VALUE SPACES.
77 WS-JR-CLIENT   PIC X(08) VALUE SPACES.
77 WS-JR-FUNC     PIC X(01) VALUE SPACE.
77 WS-JR-ITER-X   PIC X(09) VALUE SPACES.
77 WS-JR-MONTH-X  PIC X(06) VALUE SPACES.
77 WS-JR-TYPE     PIC X(01) VALUE SPACE.
77 WS-JR-REASON   PIC X(02) VALUE SPACES.
77 WS-JR-ADJ-ID   PIC X(08) VALUE SPACES.
77 WS-JR-APPROVER PIC X(08) VALUE SPACES.
77 WS-JR-COUNT-X  PIC X(07) VALUE SPACES.
*>the journal's amounts carry a real decimal point - taken apart
*>through these views rather than trusted as numbers
01 WS-AMT-X       PIC X(12) VALUE SPACES.
01 WS-AMT-PARTS REDEFINES WS-AMT-X.
   02 WS-AMT-INT   PIC 9(9).
   02 WS-AMT-POINT PIC X.
   02 WS-AMT-DEC   PIC 9(2).
01 WS-TOT-X       PIC X(14) VALUE SPACES.
01 WS-TOT-PARTS REDEFINES WS-TOT-X.
   02 WS-TOT-INT   PIC 9(11).
   02 WS-TOT-POINT PIC X.
   02 WS-TOT-DEC   PIC 9(2).
01 WS-TOT2-X      PIC X(14) VALUE SPACES.
01 WS-TOT2-PARTS REDEFINES WS-TOT2-X.
   02 WS-TOT2-INT   PIC 9(11).
   02 WS-TOT2-POINT PIC X.
   02 WS-TOT2-DEC   PIC 9(2).
77 WS-AMOUNT      PIC 9(11)V99 VALUE 0.
77 WS-AMOUNT-OK-SW PIC X(01) VALUE 'N'.
   88 WS-AMOUNT-OK            VALUE 'Y'.

*>what the journal says about itself, and what it actually holds
77 WS-HDR-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-HDR-SEEN             VALUE 'Y'.
77 WS-TRL-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-TRL-SEEN             VALUE 'Y'.
77 WS-XTR-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-XTR-SEEN             VALUE 'Y'.
77 WS-BAD-LINE-SW PIC X(01) VALUE 'N'.
   88 WS-BAD-LINE             VALUE 'Y'.
77 WS-JRNL-DATE   PIC 9(8) VALUE 0.
*>the fiscal period the billing run named on its header - zero on
*>a journal from before the calendar, or a run without one
77 WS-JR-PERIOD-X PIC X(06) VALUE SPACES.
77 WS-JRNL-PERIOD PIC 9(6) VALUE 0.
77 WS-D-COUNT     PIC 9(7) VALUE 0.
77 WS-D-TOTAL     PIC 9(11)V99 VALUE 0.
77 WS-A-COUNT     PIC 9(7) VALUE 0.
77 WS-A-CREDITS   PIC 9(11)V99 VALUE 0.
77 WS-A-DEBITS    PIC 9(11)V99 VALUE 0.
77 WS-T-COUNT     PIC 9(7) VALUE 0.
77 WS-T-TOTAL     PIC 9(11)V99 VALUE 0.
77 WS-X-COUNT     PIC 9(7) VALUE 0.
77 WS-X-CREDITS   PIC 9(11)V99 VALUE 0.
77 WS-X-DEBITS    PIC 9(11)V99 VALUE 0.

*>the posting batch - every entry is a debit and a credit of the
*>same amount, so the two totals must agree
01 WS-PERIOD-DATE PIC 9(8) VALUE 0.
01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-DATE.
   02 WS-PERIOD     PIC 9(6).
   02 FILLER        PIC 9(2).
77 WS-POST-COUNT  PIC 9(7) VALUE 0.
77 WS-POST-DEBITS PIC 9(11)V99 VALUE 0.
77 WS-POST-CREDITS PIC 9(11)V99 VALUE 0.
77 WS-PLAN-COUNT  PIC 9(7) VALUE 0.
77 WS-PLAN-TOTAL  PIC 9(11)V99 VALUE 0.
77 WS-ZERO-COUNT  PIC 9(7) VALUE 0.
77 WS-SUSP-TOTAL  PIC 9(11)V99 VALUE 0.
*>one posting being built
77 WS-PS-CENTER   PIC X(06) VALUE SPACES.
77 WS-PS-ACCOUNT  PIC X(08) VALUE SPACES.
77 WS-PS-SIDE     PIC X(01) VALUE SPACE.
77 WS-CL-CENTER   PIC X(06) VALUE SPACES.
77 WS-CL-ACCOUNT  PIC X(08) VALUE SPACES.
77 WS-CLIENT-SIDE PIC X(01) VALUE SPACE.
77 WS-RECOV-SIDE  PIC X(01) VALUE SPACE.
77 WS-SEQ-X       PIC 9(7) VALUE 0.
77 WS-AMOUNT-X    PIC 9(11).99.
77 WS-DTOTAL-X    PIC 9(11).99.
77 WS-CTOTAL-X    PIC 9(11).99.
01 POST-REC       PIC X(132).

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'GL POSTING INTERFACE      '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 PERIOD-LINE.
   02 FILLER PIC X(15) VALUE 'FISCAL PERIOD  '.
   02 PL-PERIOD PIC 9999/99.
   02 FILLER PIC X(17) VALUE '   JOURNAL DATED '.
   02 PL-JRNL-DATE PIC 9999/99/99.

01 ACCOUNTS-LINE.
   02 FILLER PIC X(10) VALUE 'RECOVERY  '.
   02 AL-RECOV-CENTER PIC X(06).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AL-RECOV-ACCOUNT PIC X(08).
   02 FILLER PIC X(12) VALUE '   SUSPENSE '.
   02 AL-SUSP-CENTER PIC X(06).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AL-SUSP-ACCOUNT PIC X(08).

01 CONTROL-HEADS.
   02 FILLER PIC X(20) VALUE 'JOURNAL CONTROLS    '.
   02 FILLER PIC X(20) VALUE '   RECORDS  TRAILER '.
   02 FILLER PIC X(16) VALUE '          AMOUNT'.
   02 FILLER PIC X(16) VALUE '         TRAILER'.

01 CONTROL-LINE.
   02 CT-LABEL PIC X(20).
   02 CT-COUNT PIC ZZZZZZ9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CT-TRL-COUNT PIC ZZZZZZ9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CT-AMOUNT PIC ZZZZZZZZZZ9.99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CT-TRL-AMOUNT PIC ZZZZZZZZZZ9.99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CT-VERDICT PIC X(10).

01 EXCEPTION-TITLE.
   02 FILLER PIC X(44) VALUE
      'CLIENTS NOT ON ACCTMAP - POSTED TO SUSPENSE '.

01 EXCEPTION-HEADS.
   02 FILLER PIC X(10) VALUE 'CLIENT    '.
   02 FILLER PIC X(8)  VALUE ' ENTRIES'.
   02 FILLER PIC X(16) VALUE '   DEBITED SUSP '.
   02 FILLER PIC X(16) VALUE '  CREDITED SUSP '.

01 EXCEPTION-LINE.
   02 EL-CLIENT PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 EL-ENTRIES PIC ZZZZZZZ9.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-DEBITS PIC ZZZZZZZZZZ9.99.
   02 FILLER PIC X(1) VALUE SPACE.
   02 EL-CREDITS PIC ZZZZZZZZZZ9.99.

01 NO-EXCEPTION-LINE.
   02 FILLER PIC X(44) VALUE
      'EVERY CLIENT MAPPED - NOTHING IN SUSPENSE   '.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 AMOUNT-LINE.
   02 SM-LABEL PIC X(30).
   02 SM-AMOUNT PIC ZZZZZZZZZZ9.99.

01 NO-PARM-MESS.
   02 FILLER PIC X(44) VALUE
      'GLIFPARM MISSING RECOVERY OR SUSPENSE - NONE'.
   02 FILLER PIC X(8) VALUE ' POSTED '.

01 NO-MAP-MESS.
   02 FILLER PIC X(44) VALUE
      'ACCTMAP COULD NOT BE READ - ALL TO SUSPENSE '.

01 MAP-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'ACCTMAP BIGGER THAN THE TABLE - REST UNUSED '.

01 NO-JRNL-MESS.
   02 FILLER PIC X(44) VALUE
      'BILLJRNL COULD NOT BE READ - NOTHING POSTED '.

01 BAD-JRNL-MESS.
   02 FILLER PIC X(44) VALUE
      'BILLJRNL DOES NOT AGREE WITH ITS TRAILERS - '.
   02 FILLER PIC X(15) VALUE 'NOTHING POSTED '.

01 BAD-LINE-MESS.
   02 FILLER PIC X(44) VALUE
      'BILLJRNL HAS A LINE THAT WILL NOT READ -    '.
   02 FILLER PIC X(15) VALUE 'NOTHING POSTED '.

01 POST-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'GLPOST COULD NOT BE WRITTEN - BATCH UNUSABLE'.

01 EX-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'MORE UNMAPPED CLIENTS THAN LISTED - SEE GL  '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-GL-PARMS THRU READ-GL-PARMS-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM CHECK-JOURNAL THRU CHECK-JOURNAL-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM LOAD-ACCOUNT-MAP THRU LOAD-ACCOUNT-MAP-EXIT.
    PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT.
    IF WS-RC < 12
       PERFORM WRITE-EXCEPTIONS
       PERFORM WRITE-GL-SUMMARY
    END-IF.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>the recovery and suspense accounts must both be named - a batch
*>with an unbalanced side or nowhere for unmapped clients to go
*>is worse than no batch
READ-GL-PARMS.
    MOVE SPACES TO GL-PARM-REC.
    OPEN INPUT GL-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ GL-PARM-FILE INTO GL-PARM-REC
           AT END CONTINUE
       END-READ
       CLOSE GL-PARM-FILE
    END-IF.
    IF GP-PERIOD NOT NUMERIC
       MOVE ZEROES TO GP-PERIOD
    END-IF.
    IF GP-RECOV-CENTER = SPACES OR GP-RECOV-ACCOUNT = SPACES
       OR GP-SUSP-CENTER = SPACES OR GP-SUSP-ACCOUNT = SPACES
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO READ-GL-PARMS-EXIT
    END-IF.
    MOVE GP-RECOV-CENTER  TO AL-RECOV-CENTER.
    MOVE GP-RECOV-ACCOUNT TO AL-RECOV-ACCOUNT.
    MOVE GP-SUSP-CENTER   TO AL-SUSP-CENTER.
    MOVE GP-SUSP-ACCOUNT  TO AL-SUSP-ACCOUNT.
    WRITE OUT-LINE FROM ACCOUNTS-LINE.
READ-GL-PARMS-EXIT.
    EXIT.

*>first pass - foots the journal against its trailers before a
*>single posting is written.  T counts and totals the D records;
*>X counts the A records and totals their credits and debits.  A
*>journal from before adjustments has no X and must then have no
*>A records either
CHECK-JOURNAL.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT JOURNAL-FILE.
    IF JRNL-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-JRNL-MESS
       MOVE 8 TO WS-RC
       GO TO CHECK-JOURNAL-EXIT
    END-IF.
    PERFORM CHECK-ONE-JOURNAL-LINE UNTIL FILE-EOF.
    CLOSE JOURNAL-FILE.
    IF NOT WS-HDR-SEEN OR NOT WS-TRL-SEEN
       WRITE OUT-LINE FROM NO-JRNL-MESS
       MOVE 8 TO WS-RC
       GO TO CHECK-JOURNAL-EXIT
    END-IF.
    EVALUATE TRUE
        WHEN GP-PERIOD NOT = ZEROES
             MOVE GP-PERIOD TO WS-PERIOD
        WHEN WS-JRNL-PERIOD NOT = ZEROES
             MOVE WS-JRNL-PERIOD TO WS-PERIOD
        WHEN OTHER
             MOVE WS-JRNL-DATE TO WS-PERIOD-DATE
    END-EVALUATE.
    MOVE WS-PERIOD TO PL-PERIOD.
    MOVE WS-JRNL-DATE TO PL-JRNL-DATE.
    WRITE OUT-LINE FROM PERIOD-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM CONTROL-HEADS.
    MOVE 'CHARGES (D/T)       ' TO CT-LABEL.
    MOVE WS-D-COUNT TO CT-COUNT.
    MOVE WS-T-COUNT TO CT-TRL-COUNT.
    MOVE WS-D-TOTAL TO CT-AMOUNT.
    MOVE WS-T-TOTAL TO CT-TRL-AMOUNT.
    IF WS-D-COUNT = WS-T-COUNT AND WS-D-TOTAL = WS-T-TOTAL
       MOVE 'AGREES' TO CT-VERDICT
    ELSE
       MOVE '** DIFFERS' TO CT-VERDICT
       MOVE 8 TO WS-RC
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    MOVE 'ADJ CREDITS (A/X)   ' TO CT-LABEL.
    MOVE WS-A-COUNT TO CT-COUNT.
    MOVE WS-X-COUNT TO CT-TRL-COUNT.
    MOVE WS-A-CREDITS TO CT-AMOUNT.
    MOVE WS-X-CREDITS TO CT-TRL-AMOUNT.
    IF WS-A-COUNT = WS-X-COUNT AND WS-A-CREDITS = WS-X-CREDITS
       AND (WS-XTR-SEEN OR WS-A-COUNT = 0)
       MOVE 'AGREES' TO CT-VERDICT
    ELSE
       MOVE '** DIFFERS' TO CT-VERDICT
       MOVE 8 TO WS-RC
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    MOVE 'ADJ DEBITS (A/X)    ' TO CT-LABEL.
    MOVE WS-A-DEBITS TO CT-AMOUNT.
    MOVE WS-X-DEBITS TO CT-TRL-AMOUNT.
    IF WS-A-DEBITS = WS-X-DEBITS
       MOVE 'AGREES' TO CT-VERDICT
    ELSE
       MOVE '** DIFFERS' TO CT-VERDICT
       MOVE 8 TO WS-RC
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    IF WS-BAD-LINE
       WRITE OUT-LINE FROM BAD-LINE-MESS
       MOVE 8 TO WS-RC
    ELSE
       IF WS-RC NOT = 0
          WRITE OUT-LINE FROM BAD-JRNL-MESS
       END-IF
    END-IF.
CHECK-JOURNAL-EXIT.
    EXIT.

CHECK-ONE-JOURNAL-LINE.
    READ JOURNAL-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       EVALUATE JOURNAL-LINE(1:2)
           WHEN 'H|'
                PERFORM TAKE-HEADER-APART
           WHEN 'D|'
                PERFORM TAKE-DETAIL-APART
                IF WS-AMOUNT-OK
                   ADD 1 TO WS-D-COUNT
                   ADD WS-AMOUNT TO WS-D-TOTAL
                   PERFORM PLAN-ONE-POSTING
                ELSE
                   SET WS-BAD-LINE TO TRUE
                END-IF
           WHEN 'A|'
                PERFORM TAKE-ADJUSTMENT-APART
                IF WS-AMOUNT-OK
                   AND (WS-JR-TYPE = 'C' OR WS-JR-TYPE = 'D')
                   ADD 1 TO WS-A-COUNT
                   IF WS-JR-TYPE = 'C'
                      ADD WS-AMOUNT TO WS-A-CREDITS
                   ELSE
                      ADD WS-AMOUNT TO WS-A-DEBITS
                   END-IF
                   PERFORM PLAN-ONE-POSTING
                ELSE
                   SET WS-BAD-LINE TO TRUE
                END-IF
           WHEN 'T|'
                PERFORM TAKE-TRAILER-APART
           WHEN 'X|'
                PERFORM TAKE-ADJ-TRAILER-APART
           WHEN OTHER
                CONTINUE
       END-EVALUATE
    END-IF.

*>every nonzero entry becomes one debit and one credit posting; a
*>zero line (a function with no rate on file) posts nothing
PLAN-ONE-POSTING.
    IF WS-AMOUNT NOT = 0
       ADD 2 TO WS-PLAN-COUNT
       ADD WS-AMOUNT TO WS-PLAN-TOTAL
    END-IF.

TAKE-HEADER-APART.
    SET WS-HDR-SEEN TO TRUE.
    MOVE SPACES TO WS-JR-DATE-X.
    MOVE SPACES TO WS-JR-PERIOD-X.
    UNSTRING JOURNAL-LINE DELIMITED BY '|'
        INTO WS-JR-TAG, WS-JR-NAME, WS-JR-DATE-X, WS-JR-PERIOD-X
    END-UNSTRING.
    IF WS-JR-DATE-X NUMERIC
       MOVE WS-JR-DATE-X TO WS-JRNL-DATE
    END-IF.
    IF WS-JR-PERIOD-X NUMERIC
       MOVE WS-JR-PERIOD-X TO WS-JRNL-PERIOD
    END-IF.

TAKE-DETAIL-APART.
    MOVE SPACES TO WS-AMT-X.
    UNSTRING JOURNAL-LINE DELIMITED BY '|'
        INTO WS-JR-TAG, WS-JR-CLIENT, WS-JR-FUNC, WS-JR-ITER-X,
             WS-AMT-X
    END-UNSTRING.
    MOVE SPACES TO WS-JR-TYPE.
    MOVE SPACES TO WS-JR-ADJ-ID.
    PERFORM CONVERT-AMOUNT.

TAKE-ADJUSTMENT-APART.
    MOVE SPACES TO WS-AMT-X.
    UNSTRING JOURNAL-LINE DELIMITED BY '|'
        INTO WS-JR-TAG, WS-JR-CLIENT, WS-JR-FUNC, WS-JR-MONTH-X,
             WS-JR-TYPE, WS-JR-REASON, WS-JR-ADJ-ID, WS-AMT-X,
             WS-JR-APPROVER
    END-UNSTRING.
    PERFORM CONVERT-AMOUNT.

CONVERT-AMOUNT.
    MOVE 'N' TO WS-AMOUNT-OK-SW.
    MOVE 0 TO WS-AMOUNT.
    IF WS-AMT-INT NUMERIC AND WS-AMT-POINT = '.'
       AND WS-AMT-DEC NUMERIC
       COMPUTE WS-AMOUNT = WS-AMT-INT + WS-AMT-DEC / 100
       SET WS-AMOUNT-OK TO TRUE
    END-IF.

TAKE-TRAILER-APART.
    SET WS-TRL-SEEN TO TRUE.
    MOVE SPACES TO WS-JR-COUNT-X.
    MOVE SPACES TO WS-TOT-X.
    UNSTRING JOURNAL-LINE DELIMITED BY '|'
        INTO WS-JR-TAG, WS-JR-COUNT-X, WS-TOT-X
    END-UNSTRING.
    IF WS-JR-COUNT-X NUMERIC
       MOVE WS-JR-COUNT-X TO WS-T-COUNT
    END-IF.
    IF WS-TOT-INT NUMERIC AND WS-TOT-DEC NUMERIC
       COMPUTE WS-T-TOTAL = WS-TOT-INT + WS-TOT-DEC / 100
    END-IF.

TAKE-ADJ-TRAILER-APART.
    SET WS-XTR-SEEN TO TRUE.
    MOVE SPACES TO WS-JR-COUNT-X.
    MOVE SPACES TO WS-TOT-X.
    MOVE SPACES TO WS-TOT2-X.
    UNSTRING JOURNAL-LINE DELIMITED BY '|'
        INTO WS-JR-TAG, WS-JR-COUNT-X, WS-TOT-X, WS-TOT2-X
    END-UNSTRING.
    IF WS-JR-COUNT-X NUMERIC
       MOVE WS-JR-COUNT-X TO WS-X-COUNT
    END-IF.
    IF WS-TOT-INT NUMERIC AND WS-TOT-DEC NUMERIC
       COMPUTE WS-X-CREDITS = WS-TOT-INT + WS-TOT-DEC / 100
    END-IF.
    IF WS-TOT2-INT NUMERIC AND WS-TOT2-DEC NUMERIC
       COMPUTE WS-X-DEBITS = WS-TOT2-INT + WS-TOT2-DEC / 100
    END-IF.

*>the GL team's map - missing, every client goes to suspense,
*>which still balances but leaves the GL team the whole reclass
LOAD-ACCOUNT-MAP.
    OPEN INPUT ACCT-MAP-FILE.
    IF MAP-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-MAP-MESS
       MOVE 4 TO WS-RC
       GO TO LOAD-ACCOUNT-MAP-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-ACCOUNT UNTIL FILE-EOF.
    CLOSE ACCT-MAP-FILE.
LOAD-ACCOUNT-MAP-EXIT.
    EXIT.

LOAD-ONE-ACCOUNT.
    READ ACCT-MAP-FILE INTO ACCT-MAP-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF AND AM-CLIENT NOT = SPACES
       IF WS-AM-CT < WS-AM-MAX
          ADD 1 TO WS-AM-CT
          MOVE AM-CLIENT      TO AT-CLIENT(WS-AM-CT)
          MOVE AM-COST-CENTER TO AT-CENTER(WS-AM-CT)
          MOVE AM-EXP-ACCOUNT TO AT-ACCOUNT(WS-AM-CT)
       ELSE
          IF NOT WS-AM-FULL
             WRITE OUT-LINE FROM MAP-FULL-MESS
             SET WS-AM-FULL TO TRUE
             IF WS-RC = 0
                MOVE 4 TO WS-RC
             END-IF
          END-IF
       END-IF
    END-IF.

*>second pass - the journal already foots, so every entry goes
*>out as its balanced pair, bracketed by the control header and
*>trailer
POST-JOURNAL.
    OPEN OUTPUT GL-POST-FILE.
    IF POST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM POST-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO POST-JOURNAL-EXIT
    END-IF.
    MOVE WS-PLAN-TOTAL TO WS-DTOTAL-X.
    MOVE WS-PLAN-TOTAL TO WS-CTOTAL-X.
    MOVE SPACES TO POST-REC.
    STRING 'H|GLPOST|' WS-PERIOD '|' WS-JRNL-DATE '|' WS-RUN-DATE
        '|' WS-PLAN-COUNT '|' WS-DTOTAL-X '|' WS-CTOTAL-X
        DELIMITED BY SIZE INTO POST-REC.
    PERFORM WRITE-POST-REC.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT JOURNAL-FILE.
    PERFORM POST-ONE-JOURNAL-LINE UNTIL FILE-EOF.
    CLOSE JOURNAL-FILE.
    MOVE WS-POST-DEBITS  TO WS-DTOTAL-X.
    MOVE WS-POST-CREDITS TO WS-CTOTAL-X.
    MOVE SPACES TO POST-REC.
    STRING 'T|' WS-POST-COUNT '|' WS-DTOTAL-X '|' WS-CTOTAL-X
        DELIMITED BY SIZE INTO POST-REC.
    PERFORM WRITE-POST-REC.
    CLOSE GL-POST-FILE.
POST-JOURNAL-EXIT.
    EXIT.

POST-ONE-JOURNAL-LINE.
    READ JOURNAL-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       EVALUATE JOURNAL-LINE(1:2)
           WHEN 'D|'
                PERFORM TAKE-DETAIL-APART
                MOVE 'D' TO WS-CLIENT-SIDE
                MOVE 'C' TO WS-RECOV-SIDE
                PERFORM POST-ONE-ENTRY
           WHEN 'A|'
                PERFORM TAKE-ADJUSTMENT-APART
                IF WS-JR-TYPE = 'C'
                   MOVE 'C' TO WS-CLIENT-SIDE
                   MOVE 'D' TO WS-RECOV-SIDE
                ELSE
                   MOVE 'D' TO WS-CLIENT-SIDE
                   MOVE 'C' TO WS-RECOV-SIDE
                END-IF
                PERFORM POST-ONE-ENTRY
           WHEN OTHER
                CONTINUE
       END-EVALUATE
    END-IF.

*>the client's side to its mapped account (or suspense), the
*>other side to recovery
POST-ONE-ENTRY.
    IF WS-AMOUNT = 0
       ADD 1 TO WS-ZERO-COUNT
    ELSE
       PERFORM FIND-CLIENT-ACCOUNT
       MOVE WS-CL-CENTER   TO WS-PS-CENTER
       MOVE WS-CL-ACCOUNT  TO WS-PS-ACCOUNT
       MOVE WS-CLIENT-SIDE TO WS-PS-SIDE
       PERFORM WRITE-ONE-POSTING
       MOVE GP-RECOV-CENTER  TO WS-PS-CENTER
       MOVE GP-RECOV-ACCOUNT TO WS-PS-ACCOUNT
       MOVE WS-RECOV-SIDE    TO WS-PS-SIDE
       PERFORM WRITE-ONE-POSTING
    END-IF.

*>a client off the map, or mapped with a blank field, takes the
*>suspense account and goes on the exception list
FIND-CLIENT-ACCOUNT.
    MOVE 'N' TO WS-AM-FOUND-SW.
    MOVE 0 TO WS-AM-USE.
    PERFORM MATCH-ONE-ACCOUNT
        VARYING WS-AM-SUB FROM 1 BY 1
        UNTIL WS-AM-SUB > WS-AM-CT OR WS-AM-FOUND.
    IF WS-AM-FOUND
       IF AT-CENTER(WS-AM-USE) = SPACES
          OR AT-ACCOUNT(WS-AM-USE) = SPACES
          MOVE 'N' TO WS-AM-FOUND-SW
       END-IF
    END-IF.
    IF WS-AM-FOUND
       MOVE AT-CENTER(WS-AM-USE)  TO WS-CL-CENTER
       MOVE AT-ACCOUNT(WS-AM-USE) TO WS-CL-ACCOUNT
    ELSE
       MOVE GP-SUSP-CENTER  TO WS-CL-CENTER
       MOVE GP-SUSP-ACCOUNT TO WS-CL-ACCOUNT
       PERFORM NOTE-SUSPENSE-CLIENT
    END-IF.

MATCH-ONE-ACCOUNT.
    IF AT-CLIENT(WS-AM-SUB) = WS-JR-CLIENT
       SET WS-AM-FOUND TO TRUE
       MOVE WS-AM-SUB TO WS-AM-USE
    END-IF.

NOTE-SUSPENSE-CLIENT.
    IF WS-RC = 0
       MOVE 4 TO WS-RC
    END-IF.
    ADD WS-AMOUNT TO WS-SUSP-TOTAL.
    MOVE 'N' TO WS-EX-FOUND-SW.
    MOVE 0 TO WS-EX-USE.
    PERFORM MATCH-ONE-EXCEPTION
        VARYING WS-EX-SUB FROM 1 BY 1
        UNTIL WS-EX-SUB > WS-EX-CT OR WS-EX-FOUND.
    IF NOT WS-EX-FOUND
       IF WS-EX-CT < WS-EX-MAX
          ADD 1 TO WS-EX-CT
          MOVE WS-EX-CT     TO WS-EX-USE
          MOVE WS-JR-CLIENT TO EX-CLIENT(WS-EX-USE)
          MOVE 0 TO EX-ENTRIES(WS-EX-USE)
          MOVE 0 TO EX-DEBITS(WS-EX-USE)
          MOVE 0 TO EX-CREDITS(WS-EX-USE)
       END-IF
    END-IF.
    IF WS-EX-USE > 0
       ADD 1 TO EX-ENTRIES(WS-EX-USE)
       IF WS-CLIENT-SIDE = 'D'
          ADD WS-AMOUNT TO EX-DEBITS(WS-EX-USE)
       ELSE
          ADD WS-AMOUNT TO EX-CREDITS(WS-EX-USE)
       END-IF
    END-IF.

MATCH-ONE-EXCEPTION.
    IF EX-CLIENT(WS-EX-SUB) = WS-JR-CLIENT
       SET WS-EX-FOUND TO TRUE
       MOVE WS-EX-SUB TO WS-EX-USE
    END-IF.

*>P|seq|period|cost center|account|D or C|amount|client|function|
*>source (D charge, A adjustment)|adjustment id
WRITE-ONE-POSTING.
    ADD 1 TO WS-POST-COUNT.
    IF WS-PS-SIDE = 'D'
       ADD WS-AMOUNT TO WS-POST-DEBITS
    ELSE
       ADD WS-AMOUNT TO WS-POST-CREDITS
    END-IF.
    MOVE WS-POST-COUNT TO WS-SEQ-X.
    MOVE WS-AMOUNT TO WS-AMOUNT-X.
    MOVE SPACES TO POST-REC.
    STRING 'P|' WS-SEQ-X '|' WS-PERIOD '|' WS-PS-CENTER
        '|' WS-PS-ACCOUNT '|' WS-PS-SIDE '|' WS-AMOUNT-X
        '|' WS-JR-CLIENT '|' WS-JR-FUNC '|' WS-JR-TAG
        '|' WS-JR-ADJ-ID
        DELIMITED BY SIZE INTO POST-REC.
    PERFORM WRITE-POST-REC.

WRITE-POST-REC.
    WRITE GL-POST-LINE FROM POST-REC.
    IF POST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM POST-FAIL-MESS
       MOVE 12 TO WS-RC
    END-IF.

WRITE-EXCEPTIONS.
    WRITE OUT-LINE FROM UNDER-LINE.
    IF WS-EX-CT = 0
       WRITE OUT-LINE FROM NO-EXCEPTION-LINE
    ELSE
       WRITE OUT-LINE FROM EXCEPTION-TITLE
       WRITE OUT-LINE FROM EXCEPTION-HEADS
       PERFORM WRITE-ONE-EXCEPTION
           VARYING WS-EX-SUB FROM 1 BY 1
           UNTIL WS-EX-SUB > WS-EX-CT
       IF WS-EX-CT = WS-EX-MAX
          WRITE OUT-LINE FROM EX-FULL-MESS
       END-IF
    END-IF.

WRITE-ONE-EXCEPTION.
    MOVE EX-CLIENT(WS-EX-SUB)  TO EL-CLIENT.
    MOVE EX-ENTRIES(WS-EX-SUB) TO EL-ENTRIES.
    MOVE EX-DEBITS(WS-EX-SUB)  TO EL-DEBITS.
    MOVE EX-CREDITS(WS-EX-SUB) TO EL-CREDITS.
    WRITE OUT-LINE FROM EXCEPTION-LINE.

WRITE-GL-SUMMARY.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'POSTINGS WRITTEN                  ' TO CL-LABEL.
    MOVE WS-POST-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ZERO ENTRIES NOT POSTED           ' TO CL-LABEL.
    MOVE WS-ZERO-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CLIENTS POSTED TO SUSPENSE        ' TO CL-LABEL.
    MOVE WS-EX-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'TOTAL DEBITS                  ' TO SM-LABEL.
    MOVE WS-POST-DEBITS TO SM-AMOUNT.
    WRITE OUT-LINE FROM AMOUNT-LINE.
    MOVE 'TOTAL CREDITS                 ' TO SM-LABEL.
    MOVE WS-POST-CREDITS TO SM-AMOUNT.
    WRITE OUT-LINE FROM AMOUNT-LINE.
    MOVE 'AMOUNT THROUGH SUSPENSE       ' TO SM-LABEL.
    MOVE WS-SUSP-TOTAL TO SM-AMOUNT.
    WRITE OUT-LINE FROM AMOUNT-LINE.
