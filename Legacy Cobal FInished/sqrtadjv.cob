IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtadjv.

*>billing adjustment edit.  When a department disputes a charge
*>- a duplicate submission billed, a run rerun after an abend, a
*>bad rate - the billing desk keys a credit (or a debit) on
*>ADJFILE against the client, the invoice month and the
*>function, with a reason code and the approver.  This program
*>edits every adjustment before the next billing run sees it:
*>the fields must be sound, the approver must be someone other
*>than the clerk who keyed it, and the invoice must exist - the
*>client must have been billed for that function in that month
*>on BILLHIST.  A credit is held to what was invoiced: the
*>credits already posted on ADJHIST for the same client, month
*>and function, less any debits, plus this one may not come to
*>more than the amount billed, so nobody is credited more than
*>they were charged.  Accepted adjustments go to ADJVALID for
*>SQRTBILL to print on the next invoice and journal; ADJRPT
*>lists every adjustment with its verdict.  An adjustment whose
*>id is already on ADJHIST was posted by an earlier billing run
*>and is passed over, so the desk's file may keep old lines.
*>Condition code 4 when anything was rejected, 8 when ADJFILE,
*>BILLHIST or ADJHIST could not be read or a table overflowed,
*>12 when ADJVALID could not be written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ADJ-FILE ASSIGN TO "ADJFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS ADJ-FILE-STATUS.
SELECT BILL-HIST-FILE ASSIGN TO "BILLHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BHST-FILE-STATUS.
*>the register of adjustments already posted - absent until the
*>first billing run posts one
SELECT ADJ-HIST-FILE ASSIGN TO "ADJHIST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS AHST-FILE-STATUS.
SELECT ADJ-VALID-FILE ASSIGN TO "ADJVALID"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS AVAL-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "ADJRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ADJ-FILE.
  01 adj-line pic X(90).

FD BILL-HIST-FILE.
  01 bill-hist-line pic X(120).

FD ADJ-HIST-FILE.
  01 adj-hist-line pic X(100).

FD ADJ-VALID-FILE.
  01 adj-valid-line pic X(90).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "adjrec.cpy".
COPY "bhistrec.cpy".

77 ADJ-FILE-STATUS  PIC X(02) VALUE SPACES.
77 BHST-FILE-STATUS PIC X(02) VALUE SPACES.
77 AHST-FILE-STATUS PIC X(02) VALUE SPACES.
77 AVAL-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.

*>what was invoiced, per client and month - a billing rerun
*>appends a second BILLHIST line for the same invoice, so the
*>latest line for a client and month stands for it rather than
*>the two being added together
77 WS-IV-MAX    PIC 9(4) VALUE 1200.
77 WS-IV-CT     PIC 9(4) VALUE 0.
77 WS-IV-SUB    PIC 9(4) VALUE 0.
77 WS-IV-USE    PIC 9(4) VALUE 0.
77 WS-IV-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-IV-FOUND             VALUE 'Y'.
01 INVOICE-TABLE.
   02 IV-ENTRY OCCURS 1200 TIMES.
      03 IV-CLIENT    PIC X(08).
      03 IV-MONTH     PIC 9(06).
      03 IV-BILL-DATE PIC 9(08).
      03 IV-FUNC-AMT  PIC 9(09)V99 OCCURS 4 TIMES.

*>net credit standing against each client, month and function -
*>credits less debits, posted before plus accepted this run
77 WS-NC-MAX    PIC 9(4) VALUE 2000.
77 WS-NC-CT     PIC 9(4) VALUE 0.
77 WS-NC-SUB    PIC 9(4) VALUE 0.
77 WS-NC-USE    PIC 9(4) VALUE 0.
77 WS-NC-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-NC-FOUND             VALUE 'Y'.
01 NET-CREDIT-TABLE.
   02 NC-ENTRY OCCURS 2000 TIMES.
      03 NC-CLIENT PIC X(08).
      03 NC-MONTH  PIC 9(06).
      03 NC-FUNC   PIC X(01).
      03 NC-NET    PIC S9(09)V99.

*>every adjustment id already posted or accepted this run
77 WS-ID-MAX    PIC 9(4) VALUE 5000.
77 WS-ID-CT     PIC 9(4) VALUE 0.
77 WS-ID-SUB    PIC 9(4) VALUE 0.
77 WS-ID-USE    PIC 9(4) VALUE 0.
77 WS-ID-ORIGIN PIC X(1) VALUE SPACE.
77 WS-ID-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-ID-FOUND             VALUE 'Y'.
01 ADJ-ID-TABLE.
   02 ID-ENTRY OCCURS 5000 TIMES.
      03 ID-ADJ-ID   PIC X(08).
*>P posted by a billing run, A accepted by this edit
      03 ID-ORIGIN   PIC X(01).

77 WS-FULL-SW   PIC X(01) VALUE 'N'.
   88 WS-TABLE-FULL           VALUE 'Y'.

*>the adjustment being edited
77 WS-FN-SUB      PIC 9(1) VALUE 0.
77 WS-FUNC-CODE   PIC X(1) VALUE SPACE.
77 WS-REJECT      PIC X(30) VALUE SPACES.
77 WS-VERDICT     PIC X(14) VALUE SPACES.
77 WS-INVOICED    PIC 9(09)V99 VALUE 0.
77 WS-NET-AFTER   PIC S9(09)V99 VALUE 0.
01 WS-MONTH-TEST  PIC 9(6) VALUE 0.
01 WS-MONTH-PARTS REDEFINES WS-MONTH-TEST.
   02 MT-YYYY PIC 9(4).
   02 MT-MM   PIC 9(2).

77 WS-READ-COUNT     PIC 9(7) VALUE 0.
77 WS-ACCEPT-COUNT   PIC 9(7) VALUE 0.
77 WS-REJECT-COUNT   PIC 9(7) VALUE 0.
77 WS-POSTED-COUNT   PIC 9(7) VALUE 0.
77 WS-CREDIT-TOTAL   PIC 9(11)V99 VALUE 0.
77 WS-DEBIT-TOTAL    PIC 9(11)V99 VALUE 0.

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'BILLING ADJUSTMENT EDIT   '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 AMOUNT-LINE.
   02 AL-LABEL PIC X(30).
   02 AL-AMOUNT PIC ZZZZZZZZZZ9.99.

01 ADJ-HEADS.
   02 FILLER PIC X(9)  VALUE 'ADJ ID   '.
   02 FILLER PIC X(9)  VALUE 'CLIENT   '.
   02 FILLER PIC X(8)  VALUE 'MONTH   '.
   02 FILLER PIC X(3)  VALUE 'FN '.
   02 FILLER PIC X(3)  VALUE 'TY '.
   02 FILLER PIC X(14) VALUE '      AMOUNT  '.
   02 FILLER PIC X(3)  VALUE 'RS '.
   02 FILLER PIC X(9)  VALUE 'APPROVER '.
   02 FILLER PIC X(15) VALUE 'VERDICT        '.

01 ADJ-DETAIL-LINE.
   02 AD-ID PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-CLIENT PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-MONTH PIC X(07).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 AD-TYPE PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 AD-AMOUNT PIC ZZZZZZZZ9.99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 AD-REASON PIC X(02).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-APPROVER PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-VERDICT PIC X(14).
   02 FILLER PIC X(1) VALUE SPACE.
   02 AD-REJECT PIC X(30).

01 NO-ADJ-LINE.
   02 FILLER PIC X(40) VALUE
      'ADJFILE NOT ON FILE - NO ADJUSTMENTS    '.

01 NO-FILE-LINE.
   02 NF-NAME PIC X(8).
   02 FILLER PIC X(40) VALUE
      ' COULD NOT BE READ - NOTHING ACCEPTED   '.

01 AVAL-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'ADJVALID COULD NOT BE WRITTEN - NOTHING WILL'.
   02 FILLER PIC X(12) VALUE ' BE POSTED  '.

01 TABLE-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'BILLHIST/ADJHIST EXCEED TABLES - NOTHING    '.
   02 FILLER PIC X(9) VALUE 'ACCEPTED '.

01 WS-EDIT-MONTH.
   02 EM-YYYY PIC 9(4).
   02 FILLER  PIC X VALUE '/'.
   02 EM-MM   PIC 9(2).

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
*>ADJVALID is written fresh every run, even empty - a billing run
*>must never post a list left over from an earlier edit
    OPEN OUTPUT ADJ-VALID-FILE.
    IF AVAL-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM AVAL-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM LOAD-INVOICES THRU LOAD-INVOICES-EXIT.
    PERFORM LOAD-POSTED-ADJUSTMENTS
        THRU LOAD-POSTED-ADJUSTMENTS-EXIT.
    IF WS-TABLE-FULL
       WRITE OUT-LINE FROM TABLE-FULL-MESS
       MOVE 8 TO WS-RC
    END-IF.
    IF WS-RC NOT = 0
       CLOSE ADJ-VALID-FILE
       GO TO FINISH
    END-IF.
    PERFORM EDIT-ADJUSTMENTS THRU EDIT-ADJUSTMENTS-EXIT.
    CLOSE ADJ-VALID-FILE.
    PERFORM WRITE-EDIT-SUMMARY.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>no billing history means nothing has ever been invoiced, so
*>there is nothing to adjust - the run stops rather than reject
*>the desk's whole file for a missing DD
LOAD-INVOICES.
    OPEN INPUT BILL-HIST-FILE.
    IF BHST-FILE-STATUS NOT = '00'
       MOVE 'BILLHIST' TO NF-NAME
       WRITE OUT-LINE FROM NO-FILE-LINE
       MOVE 8 TO WS-RC
       GO TO LOAD-INVOICES-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-INVOICE UNTIL FILE-EOF OR WS-TABLE-FULL.
    CLOSE BILL-HIST-FILE.
LOAD-INVOICES-EXIT.
    EXIT.

*>lines from before the function amounts were carried have no
*>breakdown to hold a credit to, and are left out
LOAD-ONE-INVOICE.
    READ BILL-HIST-FILE INTO BILL-HIST-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       IF BH-INV-MONTH NUMERIC AND BH-FUNC-AMT(4) NUMERIC
          AND BH-BILL-DATE NUMERIC
          PERFORM FIND-INVOICE-FOR-HIST
          IF NOT WS-IV-FOUND
             IF WS-IV-CT < WS-IV-MAX
                ADD 1 TO WS-IV-CT
                MOVE WS-IV-CT TO WS-IV-USE
                MOVE BH-CLIENT    TO IV-CLIENT(WS-IV-USE)
                MOVE BH-INV-MONTH TO IV-MONTH(WS-IV-USE)
                MOVE 0 TO IV-BILL-DATE(WS-IV-USE)
             ELSE
                SET WS-TABLE-FULL TO TRUE
                MOVE 0 TO WS-IV-USE
             END-IF
          END-IF
          IF WS-IV-USE > 0
             IF BH-BILL-DATE NOT < IV-BILL-DATE(WS-IV-USE)
                MOVE BH-BILL-DATE TO IV-BILL-DATE(WS-IV-USE)
                PERFORM COPY-ONE-FUNC-AMOUNT
                    VARYING WS-FN-SUB FROM 1 BY 1
                    UNTIL WS-FN-SUB > 4
             END-IF
          END-IF
       END-IF
    END-IF.

COPY-ONE-FUNC-AMOUNT.
    MOVE BH-FUNC-AMT(WS-FN-SUB) TO IV-FUNC-AMT(WS-IV-USE, WS-FN-SUB).

FIND-INVOICE-FOR-HIST.
    MOVE 'N' TO WS-IV-FOUND-SW.
    MOVE 0 TO WS-IV-USE.
    PERFORM MATCH-ONE-HIST-INVOICE
        VARYING WS-IV-SUB FROM 1 BY 1
        UNTIL WS-IV-SUB > WS-IV-CT OR WS-IV-FOUND.

MATCH-ONE-HIST-INVOICE.
    IF IV-CLIENT(WS-IV-SUB) = BH-CLIENT
       AND IV-MONTH(WS-IV-SUB) = BH-INV-MONTH
       SET WS-IV-FOUND TO TRUE
       MOVE WS-IV-SUB TO WS-IV-USE
    END-IF.

*>the register of what earlier billing runs posted - its ids,
*>and the net credit each client, month and function carries
LOAD-POSTED-ADJUSTMENTS.
    OPEN INPUT ADJ-HIST-FILE.
    IF AHST-FILE-STATUS NOT = '00'
       IF AHST-FILE-STATUS NOT = '35'
          MOVE 'ADJHIST ' TO NF-NAME
          WRITE OUT-LINE FROM NO-FILE-LINE
          MOVE 8 TO WS-RC
       END-IF
       GO TO LOAD-POSTED-ADJUSTMENTS-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM LOAD-ONE-POSTED UNTIL FILE-EOF OR WS-TABLE-FULL.
    CLOSE ADJ-HIST-FILE.
LOAD-POSTED-ADJUSTMENTS-EXIT.
    EXIT.

LOAD-ONE-POSTED.
    READ ADJ-HIST-FILE INTO ADJ-HIST-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE ADJH-ADJ TO ADJ-REC
       PERFORM FIND-ADJ-ID
       IF NOT WS-ID-FOUND
          MOVE 'P' TO WS-ID-ORIGIN
          PERFORM ADD-ADJ-ID
          IF ADJ-AMOUNT NUMERIC
             PERFORM APPLY-TO-NET-CREDIT
          END-IF
       END-IF
    END-IF.

FIND-ADJ-ID.
    MOVE 'N' TO WS-ID-FOUND-SW.
    MOVE 0 TO WS-ID-USE.
    PERFORM MATCH-ONE-ADJ-ID
        VARYING WS-ID-SUB FROM 1 BY 1
        UNTIL WS-ID-SUB > WS-ID-CT OR WS-ID-FOUND.

MATCH-ONE-ADJ-ID.
    IF ID-ADJ-ID(WS-ID-SUB) = ADJ-ID
       SET WS-ID-FOUND TO TRUE
       MOVE WS-ID-SUB TO WS-ID-USE
    END-IF.

ADD-ADJ-ID.
    IF WS-ID-CT < WS-ID-MAX
       ADD 1 TO WS-ID-CT
       MOVE ADJ-ID TO ID-ADJ-ID(WS-ID-CT)
       MOVE WS-ID-ORIGIN TO ID-ORIGIN(WS-ID-CT)
    ELSE
       SET WS-TABLE-FULL TO TRUE
    END-IF.

*>credits raise the net credit, debits lower it
APPLY-TO-NET-CREDIT.
    PERFORM FIND-NET-CREDIT-SLOT.
    IF WS-NC-USE > 0
       IF ADJ-CREDIT
          ADD ADJ-AMOUNT TO NC-NET(WS-NC-USE)
       ELSE
          SUBTRACT ADJ-AMOUNT FROM NC-NET(WS-NC-USE)
       END-IF
    END-IF.

FIND-NET-CREDIT-SLOT.
    MOVE 'N' TO WS-NC-FOUND-SW.
    MOVE 0 TO WS-NC-USE.
    PERFORM MATCH-ONE-NET-CREDIT
        VARYING WS-NC-SUB FROM 1 BY 1
        UNTIL WS-NC-SUB > WS-NC-CT OR WS-NC-FOUND.
    IF NOT WS-NC-FOUND
       IF WS-NC-CT < WS-NC-MAX
          ADD 1 TO WS-NC-CT
          MOVE ADJ-CLIENT    TO NC-CLIENT(WS-NC-CT)
          MOVE ADJ-INV-MONTH TO NC-MONTH(WS-NC-CT)
          MOVE ADJ-FUNC      TO NC-FUNC(WS-NC-CT)
          MOVE 0             TO NC-NET(WS-NC-CT)
          MOVE WS-NC-CT TO WS-NC-USE
       ELSE
          SET WS-TABLE-FULL TO TRUE
       END-IF
    END-IF.

MATCH-ONE-NET-CREDIT.
    IF NC-CLIENT(WS-NC-SUB) = ADJ-CLIENT
       AND NC-MONTH(WS-NC-SUB) = ADJ-INV-MONTH
       AND NC-FUNC(WS-NC-SUB) = ADJ-FUNC
       SET WS-NC-FOUND TO TRUE
       MOVE WS-NC-SUB TO WS-NC-USE
    END-IF.

*>no adjustment file is an ordinary month - an empty ADJVALID
*>and a clean step
EDIT-ADJUSTMENTS.
    OPEN INPUT ADJ-FILE.
    IF ADJ-FILE-STATUS NOT = '00'
       IF ADJ-FILE-STATUS = '35'
          WRITE OUT-LINE FROM NO-ADJ-LINE
       ELSE
          MOVE 'ADJFILE ' TO NF-NAME
          WRITE OUT-LINE FROM NO-FILE-LINE
          MOVE 8 TO WS-RC
       END-IF
       GO TO EDIT-ADJUSTMENTS-EXIT
    END-IF.
    WRITE OUT-LINE FROM ADJ-HEADS.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM EDIT-ONE-ADJUSTMENT THRU EDIT-ONE-ADJUSTMENT-EXIT
        UNTIL FILE-EOF.
    CLOSE ADJ-FILE.
EDIT-ADJUSTMENTS-EXIT.
    EXIT.

EDIT-ONE-ADJUSTMENT.
    READ ADJ-FILE INTO ADJ-REC
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF
       GO TO EDIT-ONE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-REC = SPACES
       GO TO EDIT-ONE-ADJUSTMENT-EXIT
    END-IF.
    ADD 1 TO WS-READ-COUNT.
    MOVE SPACES TO WS-REJECT.
    PERFORM JUDGE-ADJUSTMENT THRU JUDGE-ADJUSTMENT-EXIT.
    IF WS-VERDICT = 'ALREADY POSTED'
       ADD 1 TO WS-POSTED-COUNT
    ELSE
       IF WS-REJECT = SPACES
          PERFORM ACCEPT-ADJUSTMENT
       ELSE
          MOVE 'REJECTED' TO WS-VERDICT
          ADD 1 TO WS-REJECT-COUNT
          IF WS-RC < 4
             MOVE 4 TO WS-RC
          END-IF
       END-IF
    END-IF.
    PERFORM WRITE-ADJ-DETAIL.
EDIT-ONE-ADJUSTMENT-EXIT.
    EXIT.

*>the first failed test names the reject; the invoice tests come
*>last, since they only mean something once the fields are sound
JUDGE-ADJUSTMENT.
    MOVE SPACES TO WS-VERDICT.
    IF ADJ-ID = SPACES
       MOVE 'ADJUSTMENT ID MISSING' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    PERFORM FIND-ADJ-ID.
    IF WS-ID-FOUND
       IF ID-ORIGIN(WS-ID-USE) = 'P'
          MOVE 'ALREADY POSTED' TO WS-VERDICT
       ELSE
          MOVE 'ID REPEATED IN THIS FILE' TO WS-REJECT
       END-IF
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-CLIENT = SPACES
       MOVE 'CLIENT MISSING' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-INV-MONTH NOT NUMERIC
       MOVE 'INVOICE MONTH NOT YYYYMM' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    MOVE ADJ-INV-MONTH TO WS-MONTH-TEST.
    IF MT-MM < 1 OR MT-MM > 12
       MOVE 'INVOICE MONTH NOT YYYYMM' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    MOVE ADJ-FUNC TO WS-FUNC-CODE.
    PERFORM SET-FUNCTION-SLOT.
    IF WS-FN-SUB = 0
       MOVE 'FUNCTION NOT R, L, E OR P' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF NOT ADJ-CREDIT AND NOT ADJ-DEBIT
       MOVE 'TYPE NOT C OR D' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-AMOUNT NOT NUMERIC
       MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-AMOUNT = 0
       MOVE 'AMOUNT IS ZERO' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF NOT ADJ-REASON-VALID
       MOVE 'REASON NOT DS, RR, BR OR OT' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-REASON = 'OT' AND ADJ-TEXT = SPACES
       MOVE 'REASON OT NEEDS A DESCRIPTION' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    IF ADJ-APPROVER = SPACES
       MOVE 'NO APPROVER' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
*>the clerk who keys an adjustment does not approve it
    IF ADJ-APPROVER = ADJ-ENTERED-BY
       MOVE 'APPROVED BY ITS OWN CLERK' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
    PERFORM FIND-ADJ-INVOICE.
    MOVE 0 TO WS-INVOICED.
    IF WS-IV-FOUND
       MOVE IV-FUNC-AMT(WS-IV-USE, WS-FN-SUB) TO WS-INVOICED
    END-IF.
    IF WS-INVOICED = 0
       MOVE 'NOT INVOICED FOR THAT MONTH/FN' TO WS-REJECT
       GO TO JUDGE-ADJUSTMENT-EXIT
    END-IF.
*>a debit only adds to the charge; a credit is held to what was
*>billed, less what earlier credits already gave back
    IF ADJ-CREDIT
       PERFORM FIND-NET-CREDIT-SLOT
       IF WS-NC-USE = 0
          MOVE 'CREDIT TABLE FULL' TO WS-REJECT
          GO TO JUDGE-ADJUSTMENT-EXIT
       END-IF
       COMPUTE WS-NET-AFTER = NC-NET(WS-NC-USE) + ADJ-AMOUNT
       IF WS-NET-AFTER > WS-INVOICED
          MOVE 'CREDIT EXCEEDS AMOUNT INVOICED' TO WS-REJECT
          GO TO JUDGE-ADJUSTMENT-EXIT
       END-IF
    END-IF.
JUDGE-ADJUSTMENT-EXIT.
    EXIT.

FIND-ADJ-INVOICE.
    MOVE 'N' TO WS-IV-FOUND-SW.
    MOVE 0 TO WS-IV-USE.
    PERFORM MATCH-ONE-ADJ-INVOICE
        VARYING WS-IV-SUB FROM 1 BY 1
        UNTIL WS-IV-SUB > WS-IV-CT OR WS-IV-FOUND.

MATCH-ONE-ADJ-INVOICE.
    IF IV-CLIENT(WS-IV-SUB) = ADJ-CLIENT
       AND IV-MONTH(WS-IV-SUB) = ADJ-INV-MONTH
       SET WS-IV-FOUND TO TRUE
       MOVE WS-IV-SUB TO WS-IV-USE
    END-IF.

*>R, L, E, P to slots 1-4, the order SQRTBILL prices them in
SET-FUNCTION-SLOT.
    EVALUATE WS-FUNC-CODE
        WHEN 'R' MOVE 1 TO WS-FN-SUB
        WHEN 'L' MOVE 2 TO WS-FN-SUB
        WHEN 'E' MOVE 3 TO WS-FN-SUB
        WHEN 'P' MOVE 4 TO WS-FN-SUB
        WHEN OTHER MOVE 0 TO WS-FN-SUB
    END-EVALUATE.

*>accepted - onto ADJVALID, and counted against the invoice at
*>once, so two credits in one file cannot each squeeze under
*>the limit
ACCEPT-ADJUSTMENT.
    WRITE ADJ-VALID-LINE FROM ADJ-REC.
    IF AVAL-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM AVAL-FAIL-MESS
       MOVE 12 TO WS-RC
       MOVE 'NOT WRITTEN' TO WS-VERDICT
    ELSE
       MOVE 'ACCEPTED' TO WS-VERDICT
       ADD 1 TO WS-ACCEPT-COUNT
       MOVE 'A' TO WS-ID-ORIGIN
       PERFORM ADD-ADJ-ID
       PERFORM APPLY-TO-NET-CREDIT
       IF ADJ-CREDIT
          ADD ADJ-AMOUNT TO WS-CREDIT-TOTAL
       ELSE
          ADD ADJ-AMOUNT TO WS-DEBIT-TOTAL
       END-IF
    END-IF.

WRITE-ADJ-DETAIL.
    MOVE ADJ-ID     TO AD-ID.
    MOVE ADJ-CLIENT TO AD-CLIENT.
    IF ADJ-INV-MONTH NUMERIC
       MOVE ADJ-INV-MONTH TO WS-MONTH-TEST
       MOVE MT-YYYY TO EM-YYYY
       MOVE MT-MM   TO EM-MM
       MOVE WS-EDIT-MONTH TO AD-MONTH
    ELSE
       MOVE ADJ-INV-MONTH TO AD-MONTH
    END-IF.
    MOVE ADJ-FUNC   TO AD-FUNC.
    MOVE ADJ-TYPE   TO AD-TYPE.
    IF ADJ-AMOUNT NUMERIC
       MOVE ADJ-AMOUNT TO AD-AMOUNT
    ELSE
       MOVE 0 TO AD-AMOUNT
    END-IF.
    MOVE ADJ-REASON   TO AD-REASON.
    MOVE ADJ-APPROVER TO AD-APPROVER.
    MOVE WS-VERDICT   TO AD-VERDICT.
    MOVE WS-REJECT    TO AD-REJECT.
    WRITE OUT-LINE FROM ADJ-DETAIL-LINE.

WRITE-EDIT-SUMMARY.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'ADJUSTMENTS READ                  ' TO CL-LABEL.
    MOVE WS-READ-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ACCEPTED FOR THE NEXT BILLING RUN ' TO CL-LABEL.
    MOVE WS-ACCEPT-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'REJECTED                          ' TO CL-LABEL.
    MOVE WS-REJECT-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ALREADY POSTED, PASSED OVER       ' TO CL-LABEL.
    MOVE WS-POSTED-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'CREDITS ACCEPTED              ' TO AL-LABEL.
    MOVE WS-CREDIT-TOTAL TO AL-AMOUNT.
    WRITE OUT-LINE FROM AMOUNT-LINE.
    MOVE 'DEBITS ACCEPTED               ' TO AL-LABEL.
    MOVE WS-DEBIT-TOTAL TO AL-AMOUNT.
    WRITE OUT-LINE FROM AMOUNT-LINE.
