IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtedit.

*>validation-only pre-edit of a candidate SQRTIN - a department's
*>file, or what SQRTINTK converted for it - run during the day so
*>a bad file is found and fixed before the night batch ever sees
*>it.  Every edit SQRTBABYEX applies is applied here the same way:
*>the SUBHDR/SUBTRL count and hash, the SUBMREG duplicate-serial
*>check, the CLNTMAST entitlement check, the per-record value/
*>degree/range/exponent gates, and the record-level duplicate check
*>against the log, with the same REJREC reason codes.  A range
*>record is judged by SQRTRANG and edited value by value, as the
*>night run expands it.
*>Nothing is computed and nothing is written anywhere but the
*>EDITRPT report - no SQRTLOG line, no RUNCTL number, no SUBMREG
*>registration, no SQRTREJ or SUSPFILE entry - so a failed file
*>can be corrected and sent again exactly as if it had never been
*>looked at.  Condition code 0 is a pass (the file would run clean
*>tonight); 4 means records would reject, 16 that the submission
*>control would stop the night step, 12 that SQRTIN could not be
*>read at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TRAN-FILE ASSIGN TO "SQRTIN"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS TRAN-FILE-STATUS.
*>read only - the pre-edit looks the serial up but never files it
SELECT SUBMIT-REG-FILE ASSIGN TO "SUBMREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SREG-FILE-STATUS.
*>the same optional, status-checked master the night run loads -
*>without it the entitlement edits are skipped there, so they are
*>skipped here too and the report says so
SELECT CLIENT-MAST-FILE ASSIGN TO "CLNTMAST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CLNT-FILE-STATUS.
*>read only - the cumulative log the night run's duplicate check
*>looks back through
SELECT DUP-LOG-FILE ASSIGN TO "DUPLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS DLOG-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "EDITRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TRAN-FILE.
    COPY "tranrec.cpy".

FD SUBMIT-REG-FILE.
  01 submit-reg-line pic X(48).

FD CLIENT-MAST-FILE.
    COPY "clntrec.cpy".

FD DUP-LOG-FILE.
  01 dup-log-line pic X(160).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
77 TRAN-FILE-STATUS  PIC X(02) VALUE SPACES.
77 SREG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 CLNT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-EOF-SW         PIC X(01) VALUE 'N'.
   88 TRAN-EOF                VALUE 'Y'.
77 WS-RC             PIC 9(2) VALUE 0.
77 WS-RUN-DATE       PIC 9(8) VALUE ZEROES.

*>the record's value, function, degree, and client as the night
*>run would read them
77 IN-num            PIC S9(11)V9(6) SIGN LEADING SEPARATE.
77 WS-FUNC-CODE      PIC X(01) VALUE 'R'.
77 WS-CLIENT-ID      PIC X(08) VALUE SPACES.
77 ROOT-DEGREE       PIC 9(02) VALUE 2.
77 WS-REJ-REASON     PIC X(02) VALUE SPACES.
77 WS-VALID-SW       PIC X(01) VALUE 'Y'.
   88 WS-VALID-INPUT          VALUE 'Y'.
   88 WS-INVALID-INPUT        VALUE 'N'.

*>the client master held in storage, as SQRTBABYEX holds it
77 WS-CM-AVAIL-SW  PIC X(01) VALUE 'N'.
   88 WS-CM-AVAILABLE          VALUE 'Y'.
77 WS-CM-MAX    PIC 9(2) VALUE 50.
77 WS-CM-CT     PIC 9(2) VALUE 0.
77 WS-CM-SUB    PIC 9(2) VALUE 0.
77 WS-CM-USE    PIC 9(2) VALUE 0.
77 WS-CM-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-CM-FOUND              VALUE 'Y'.
01 CLIENT-MAST-TABLE.
   02 CM-ENTRY OCCURS 50 TIMES.
      03 CM-ID        PIC X(08).
      03 CM-AUTH-ROOT PIC X(01).
      03 CM-AUTH-LOG  PIC X(01).
      03 CM-AUTH-EXP  PIC X(01).
      03 CM-AUTH-POW  PIC X(01).
      03 CM-STATUS    PIC X(01).
      03 CM-NEG-ROOTS PIC X(01).
      03 CM-DUP-DAYS  PIC 9(03).

*>the client's negative-root option and the odd/even test it needs
77 WS-NEG-ROOT-OPT   PIC X(01) VALUE 'C'.
77 WS-DEG-HALF       PIC 9(02) VALUE 0.
77 WS-DEG-ODD        PIC 9(01) VALUE 0.

COPY "logrec.cpy".

*>the record-level duplicate check - what each client with a
*>CLNT-DUP-DAYS window already had computed inside that window,
*>off the cumulative log DUPLOG names, plus every record this run
*>would compute, so a repeat further down the same file is caught
*>too.  No client with a window on the master switches it off
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
77 WS-DLOG-MISSING-SW PIC X(01) VALUE 'N'.
   88 WS-DLOG-MISSING          VALUE 'Y'.
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

*>submission control - the header and trailer the night run
*>verifies, and the actuals counted and hashed here to judge them
COPY "subrec.cpy".
77 WS-SUB-PRESENT-SW PIC X(01) VALUE 'N'.
   88 WS-SUB-PRESENT            VALUE 'Y'.
77 WS-SUB-TRL-SW     PIC X(01) VALUE 'N'.
   88 WS-SUB-TRL-SEEN           VALUE 'Y'.
77 WS-SUB-CLIENT     PIC X(08) VALUE SPACES.
77 WS-SUB-SERIAL     PIC 9(06) VALUE 0.
77 WS-SUB-SERIAL-SW  PIC X(01) VALUE 'Y'.
   88 WS-SUB-SERIAL-OK          VALUE 'Y'.
77 WS-SUB-COUNT      PIC 9(07) VALUE 0.
77 WS-SUB-HASH       PIC S9(13)V9(6) VALUE 0.
77 WS-SUB-EXP-COUNT  PIC 9(07) VALUE 0.
77 WS-SUB-EXP-HASH   PIC S9(13)V9(6) VALUE 0.
77 WS-SREG-DUP-SW    PIC X(01) VALUE 'N'.
   88 WS-SREG-DUPLICATE         VALUE 'Y'.
*>set once any submission-control edit fails - the night step
*>would stop with condition code 16 before its first record
77 WS-CTL-FAIL-SW    PIC X(01) VALUE 'N'.
   88 WS-CTL-FAILED             VALUE 'Y'.
01 SUBMIT-REG-REC.
   02 SR-CLIENT PIC X(08).
   02 FILLER    PIC X VALUE SPACE.
   02 SR-SERIAL PIC 9(06).
   02 FILLER    PIC X VALUE SPACE.
   02 SR-DATE   PIC 9(08).

*>record counts for the summary, and a count per reason code in
*>the REJREC order
77 WS-REC-COUNT      PIC 9(7) VALUE 0.
77 WS-PASS-COUNT     PIC 9(7) VALUE 0.
77 WS-REJ-COUNT      PIC 9(7) VALUE 0.
77 WS-RS-SUB         PIC 9(2) VALUE 0.
77 WS-RS-USE         PIC 9(2) VALUE 0.
01 REASON-TEXT-VALUES.
   02 FILLER PIC X(42) VALUE
      'NNVALUE IS NOT NUMERIC                    '.
   02 FILLER PIC X(42) VALUE
      'ZRVALUE IS ZERO                           '.
   02 FILLER PIC X(42) VALUE
      'NGNEGATIVE VALUE THE FUNCTION CANNOT TAKE '.
   02 FILLER PIC X(42) VALUE
      'DGROOT DEGREE MIS-KEYED                   '.
   02 FILLER PIC X(42) VALUE
      'UFFUNCTION CODE NOT CARRIED               '.
   02 FILLER PIC X(42) VALUE
      'RGVALUE OUTSIDE THE FUNCTION RANGE        '.
   02 FILLER PIC X(42) VALUE
      'XPPOWER RECORD WITHOUT A NUMERIC EXPONENT '.
   02 FILLER PIC X(42) VALUE
      'UCCLIENT NOT ON CLNTMAST OR RETIRED       '.
   02 FILLER PIC X(42) VALUE
      'NACLIENT NOT AUTHORIZED FOR THE FUNCTION  '.
   02 FILLER PIC X(42) VALUE
      'DPSUSPECTED DUPLICATE OF AN EARLIER RECORD'.
   02 FILLER PIC X(42) VALUE
      'RSRANGE END OR STEP MIS-KEYED OR TOO WIDE '.
01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
   02 RS-ENTRY OCCURS 11 TIMES.
      03 RS-CODE PIC X(02).
      03 RS-TEXT PIC X(40).
77 WS-RS-MAX         PIC 9(2) VALUE 11.
01 REASON-COUNT-TABLE.
   02 RS-COUNT OCCURS 11 TIMES PIC 9(7).

*>range records - edited value by value, as the night run will
*>compute them, with SQRTRANG judging the range and working out
*>its values; the record as it came in is kept while each value
*>stands in its place.  The pass and reject counts are values, so
*>a file with ranges in it counts more of them than records
COPY "ranglink.cpy".
01 WS-RANGE-TRAN     PIC X(95) VALUE SPACES.
77 WS-RANGE-SUB      PIC 9(5)  VALUE 0.
77 WS-RANGE-COUNT    PIC 9(7)  VALUE 0.
77 WS-RANGE-VALUES   PIC 9(7)  VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(31) VALUE 'SQRTIN PRE-EDIT - NO PROCESSING'.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 SECTION-LINE.
   02 SL-TEXT PIC X(60).

01 CONTROL-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CTL-LABEL PIC X(30).
   02 CTL-VALUE PIC X(30).
   02 CTL-VERDICT PIC X(30).

01 CTL-COUNT-EDIT    PIC ZZZZZZ9.
01 CTL-HASH-EDIT     PIC -(13)9.9(6).

01 DETAIL-HEADS.
   02 FILLER PIC X(7)  VALUE ' RECORD'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(18) VALUE 'VALUE AS RECEIVED '.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(2)  VALUE 'FN'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(3)  VALUE 'DEG'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(8)  VALUE 'CLIENT  '.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(2)  VALUE 'RC'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(6)  VALUE 'REASON'.

*>one line per record the night run would reject - the value,
*>function, degree, and client exactly as they came in
01 DETAIL-LINE.
   02 DL-REC-NO PIC ZZZZZZ9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-NUM    PIC X(18).
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-FUNC   PIC X(01).
   02 FILLER PIC X(3) VALUE SPACES.
   02 DL-DEG    PIC X(02).
   02 FILLER PIC X(3) VALUE SPACES.
   02 DL-CLIENT PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-REASON PIC X(02).
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-TEXT   PIC X(40).

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 REASON-SUM-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RSL-CODE PIC X(02).
   02 FILLER PIC X(2) VALUE SPACES.
   02 RSL-TEXT PIC X(40).
   02 RSL-COUNT PIC ZZZZZZ9.

01 NO-MASTER-MESS.
   02 FILLER PIC X(62) VALUE
      'CLNTMAST NOT AVAILABLE - ENTITLEMENT EDITS SKIPPED, AS TONIGHT'.

01 NO-DUPLOG-MESS.
   02 FILLER PIC X(63) VALUE
      'DUPLOG NOT AVAILABLE - DUPLICATES CHECKED WITHIN THIS FILE ONLY'.

01 NO-HEADER-MESS.
   02 FILLER PIC X(60) VALUE
      'NO SUBHDR - LEGACY FILE, RUNS TONIGHT WITHOUT COUNT/HASH   '.

01 NO-TRAN-MESS.
   02 FILLER PIC X(44) VALUE
      'SQRTIN COULD NOT BE OPENED - NOTHING EDITED '.

01 NO-REJECT-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RECORD WOULD REJECT                      '.

01 VERDICT-LINE.
   02 FILLER PIC X(8) VALUE 'RESULT: '.
   02 VL-TEXT PIC X(60).

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM LOAD-CLIENT-MASTER.
    PERFORM LOAD-DUP-HISTORY THRU LOAD-DUP-HISTORY-EXIT.
    PERFORM CLEAR-REASON-COUNTS
        VARYING WS-RS-SUB FROM 1 BY 1
        UNTIL WS-RS-SUB > WS-RS-MAX.
    OPEN INPUT TRAN-FILE.
    IF TRAN-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-TRAN-MESS
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
*>the submission-control edits first, the way the night run's
*>pre-pass does them - but where that step stops at the first
*>failure, the pre-edit carries on and edits every record too, so
*>the department gets the whole list of corrections in one pass
    PERFORM EDIT-SUBMISSION THRU EDIT-SUBMISSION-EXIT.
    MOVE 'SUBMISSION CONTROL' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    PERFORM WRITE-CONTROL-RESULTS THRU WRITE-CONTROL-RESULTS-EXIT.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'RECORDS THAT WOULD REJECT' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    IF NOT WS-CM-AVAILABLE
       WRITE OUT-LINE FROM NO-MASTER-MESS
    END-IF.
    IF WS-DLOG-MISSING
       WRITE OUT-LINE FROM NO-DUPLOG-MESS
    END-IF.
    WRITE OUT-LINE FROM DETAIL-HEADS.
    PERFORM READ-TRAN-RECORD.
    PERFORM EDIT-TRAN-RECORD THRU EDIT-TRAN-RECORD-EXIT
        UNTIL TRAN-EOF.
    CLOSE TRAN-FILE.
    IF WS-REJ-COUNT = 0
       WRITE OUT-LINE FROM NO-REJECT-MESS
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM WRITE-EDIT-SUMMARY.

FINISH.

*>submission control outranks the record edits, the same order the
*>night step would meet them in
IF WS-RC = 0
   IF WS-CTL-FAILED
      MOVE 16 TO WS-RC
   ELSE
      IF WS-REJ-COUNT > 0
         MOVE 4 TO WS-RC
      END-IF
   END-IF
END-IF.
PERFORM WRITE-VERDICT.
CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

READ-TRAN-RECORD.
    READ TRAN-FILE
        AT END SET TRAN-EOF TO TRUE
    END-READ.

*>the night run's submission pre-pass, judged the same way: a file
*>leading with SUBHDR must carry a numeric serial, end with SUBTRL,
*>and match the trailer's count and hash; its client/serial pair
*>must not already be on SUBMREG.  No header is a legacy file,
*>which the night run accepts unverified
EDIT-SUBMISSION.
    PERFORM READ-TRAN-RECORD.
    IF TRAN-EOF
       GO TO EDIT-SUBMISSION-REOPEN
    END-IF.
    IF TRAN-RECORD(1:6) NOT = 'SUBHDR'
       GO TO EDIT-SUBMISSION-REOPEN
    END-IF.
    SET WS-SUB-PRESENT TO TRUE.
    MOVE TRAN-RECORD TO SUB-HDR-REC.
    MOVE SUB-HDR-CLIENT TO WS-SUB-CLIENT.
    IF SUB-HDR-SERIAL NUMERIC
       MOVE SUB-HDR-SERIAL TO WS-SUB-SERIAL
    ELSE
       MOVE 'N' TO WS-SUB-SERIAL-SW
       SET WS-CTL-FAILED TO TRUE
    END-IF.
    PERFORM SCAN-ONE-SUB-RECORD UNTIL TRAN-EOF.
    IF NOT WS-SUB-TRL-SEEN
       OR WS-SUB-COUNT NOT = WS-SUB-EXP-COUNT
       OR WS-SUB-HASH NOT = WS-SUB-EXP-HASH
       SET WS-CTL-FAILED TO TRUE
    END-IF.
    IF WS-SUB-SERIAL-OK
       PERFORM CHECK-SUBMIT-REGISTER
       IF WS-SREG-DUPLICATE
          SET WS-CTL-FAILED TO TRUE
       END-IF
    END-IF.
EDIT-SUBMISSION-REOPEN.
    CLOSE TRAN-FILE.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT TRAN-FILE.
EDIT-SUBMISSION-EXIT.
    EXIT.

SCAN-ONE-SUB-RECORD.
    PERFORM READ-TRAN-RECORD.
    IF TRAN-EOF
       CONTINUE
    ELSE
       IF TRAN-RECORD(1:6) = 'SUBTRL'
          SET WS-SUB-TRL-SEEN TO TRUE
          MOVE TRAN-RECORD TO SUB-TRL-REC
          IF SUB-TRL-COUNT NUMERIC
             MOVE SUB-TRL-COUNT TO WS-SUB-EXP-COUNT
          END-IF
          IF SUB-TRL-HASH NUMERIC
             MOVE SUB-TRL-HASH TO WS-SUB-EXP-HASH
          END-IF
       ELSE
*>a held record an operator released rides in behind the
*>department's own records - it is not one of the figures the
*>trailer promised, so it stays out of both totals
          IF TRAN-REJ-REASON NOT = 'RL'
             ADD 1 TO WS-SUB-COUNT
*>mis-keyed values stay out of the hash on both sides, the same
*>as the night run keeps them out
             IF TRAN-NUM NUMERIC
                ADD TRAN-NUM TO WS-SUB-HASH
             END-IF
          END-IF
       END-IF
    END-IF.

*>looked up only - a passing pre-edit must leave the serial free
*>for the night run to register
CHECK-SUBMIT-REGISTER.
    MOVE 'N' TO WS-SREG-DUP-SW.
    OPEN INPUT SUBMIT-REG-FILE.
    IF SREG-FILE-STATUS = '00'
       PERFORM CHECK-ONE-REG-LINE
           UNTIL SREG-FILE-STATUS NOT = '00'
           OR WS-SREG-DUPLICATE
       CLOSE SUBMIT-REG-FILE
    END-IF.

CHECK-ONE-REG-LINE.
    READ SUBMIT-REG-FILE INTO SUBMIT-REG-REC
        AT END CONTINUE
    END-READ.
    IF SREG-FILE-STATUS = '00'
       IF SR-CLIENT = WS-SUB-CLIENT
          AND SR-SERIAL = WS-SUB-SERIAL
          SET WS-SREG-DUPLICATE TO TRUE
       END-IF
    END-IF.

*>one line per control edit, each with its own verdict
WRITE-CONTROL-RESULTS.
    IF NOT WS-SUB-PRESENT
       WRITE OUT-LINE FROM NO-HEADER-MESS
       GO TO WRITE-CONTROL-RESULTS-EXIT
    END-IF.
    MOVE SPACES TO CONTROL-LINE.
    MOVE 'HEADER CLIENT / SERIAL' TO CTL-LABEL.
    STRING WS-SUB-CLIENT ' ' SUB-HDR-SERIAL
        DELIMITED BY SIZE INTO CTL-VALUE.
    IF WS-SUB-SERIAL-OK
       MOVE 'OK' TO CTL-VERDICT
    ELSE
       MOVE 'FAIL - SERIAL NOT NUMERIC' TO CTL-VERDICT
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    MOVE SPACES TO CONTROL-LINE.
    MOVE 'TRAILER' TO CTL-LABEL.
    IF WS-SUB-TRL-SEEN
       MOVE 'PRESENT' TO CTL-VALUE
       MOVE 'OK' TO CTL-VERDICT
    ELSE
       MOVE 'MISSING' TO CTL-VALUE
       MOVE 'FAIL - TRANSFER TRUNCATED' TO CTL-VERDICT
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    IF NOT WS-SUB-TRL-SEEN
       GO TO WRITE-CONTROL-REGISTER
    END-IF.
    MOVE SPACES TO CONTROL-LINE.
    MOVE 'RECORD COUNT / TRAILER' TO CTL-LABEL.
    MOVE WS-SUB-COUNT TO CTL-COUNT-EDIT.
    MOVE CTL-COUNT-EDIT TO CTL-VALUE(1:7).
    MOVE WS-SUB-EXP-COUNT TO CTL-COUNT-EDIT.
    MOVE CTL-COUNT-EDIT TO CTL-VALUE(9:7).
    IF WS-SUB-COUNT = WS-SUB-EXP-COUNT
       MOVE 'OK' TO CTL-VERDICT
    ELSE
       MOVE 'FAIL - COUNT DISAGREES' TO CTL-VERDICT
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
    MOVE SPACES TO CONTROL-LINE.
    MOVE 'HASH TOTAL' TO CTL-LABEL.
    MOVE WS-SUB-HASH TO CTL-HASH-EDIT.
    MOVE CTL-HASH-EDIT TO CTL-VALUE(1:22).
    IF WS-SUB-HASH = WS-SUB-EXP-HASH
       MOVE 'OK' TO CTL-VERDICT
    ELSE
       MOVE 'FAIL - HASH DISAGREES' TO CTL-VERDICT
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
WRITE-CONTROL-REGISTER.
    IF NOT WS-SUB-SERIAL-OK
       GO TO WRITE-CONTROL-RESULTS-EXIT
    END-IF.
    MOVE SPACES TO CONTROL-LINE.
    MOVE 'SUBMREG' TO CTL-LABEL.
    IF WS-SREG-DUPLICATE
       MOVE 'ALREADY PROCESSED' TO CTL-VALUE
       MOVE 'FAIL - RESUBMITTED SERIAL' TO CTL-VERDICT
    ELSE
       MOVE 'NOT YET REGISTERED' TO CTL-VALUE
       MOVE 'OK' TO CTL-VERDICT
    END-IF.
    WRITE OUT-LINE FROM CONTROL-LINE.
WRITE-CONTROL-RESULTS-EXIT.
    EXIT.

*>one transaction record through the night run's record edits -
*>control records are framing, not data, and step past
EDIT-TRAN-RECORD.
    IF TRAN-RECORD(1:6) = 'SUBHDR'
       OR TRAN-RECORD(1:6) = 'SUBTRL'
       GO TO EDIT-TRAN-RECORD-EXIT
    END-IF.
    ADD 1 TO WS-REC-COUNT.
    IF TRAN-RANGE-RECORD
       PERFORM EDIT-RANGE-RECORD THRU EDIT-RANGE-RECORD-EXIT
    ELSE
       PERFORM EDIT-ONE-VALUE
    END-IF.
EDIT-TRAN-RECORD-EXIT.
    PERFORM READ-TRAN-RECORD.

*>one value through the edits - a single-value record, or one
*>value of a range standing in the range record's place
EDIT-ONE-VALUE.
    IF TRAN-NUM NUMERIC
       MOVE TRAN-NUM TO IN-num
    ELSE
       MOVE 0 TO IN-num
    END-IF.
    PERFORM SET-TRAN-FUNCTION THRU SET-TRAN-FUNCTION-EXIT.
    IF WS-VALID-INPUT
       ADD 1 TO WS-PASS-COUNT
       PERFORM RECORD-DUP-HISTORY
    ELSE
       ADD 1 TO WS-REJ-COUNT
       PERFORM WRITE-REJECT-DETAIL
    END-IF.

*>a range SQRTRANG turns down would reject whole tonight (NN or
*>RS) and is edited as the one record it is; a good one is edited
*>value by value, range fields blanked, the way the night run
*>expands it
EDIT-RANGE-RECORD.
    MOVE 0 TO RNG-VALUE-NO.
    CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA.
    IF NOT RNG-VALID
       PERFORM EDIT-ONE-VALUE
       GO TO EDIT-RANGE-RECORD-EXIT
    END-IF.
    MOVE TRAN-RECORD TO WS-RANGE-TRAN.
    ADD 1 TO WS-RANGE-COUNT.
    PERFORM EDIT-ONE-RANGE-VALUE
        VARYING WS-RANGE-SUB FROM 1 BY 1
        UNTIL WS-RANGE-SUB > RNG-COUNT.
EDIT-RANGE-RECORD-EXIT.
    EXIT.

EDIT-ONE-RANGE-VALUE.
    MOVE WS-RANGE-TRAN TO TRAN-RECORD.
    MOVE WS-RANGE-SUB TO RNG-VALUE-NO.
    CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA.
    MOVE RNG-VALUE TO TRAN-NUM.
    MOVE SPACE TO TRAN-REC-TYPE.
    MOVE SPACES TO TRAN-RANGE-AREA.
    ADD 1 TO WS-RANGE-VALUES.
    PERFORM EDIT-ONE-VALUE.

*>the same gates, in the same order, as SQRTBABYEX's own
*>SET-TRAN-FUNCTION - a record passing here is a record the night
*>run would compute, and a record failing here fails there with
*>the same reason code
SET-TRAN-FUNCTION.
    MOVE TRAN-CLIENT-ID TO WS-CLIENT-ID.
    MOVE 2 TO ROOT-DEGREE.
    IF TRAN-FUNC-CODE = SPACE
       MOVE 'R' TO WS-FUNC-CODE
    ELSE
       MOVE TRAN-FUNC-CODE TO WS-FUNC-CODE
    END-IF.
    SET WS-VALID-INPUT TO TRUE.
    MOVE SPACES TO WS-REJ-REASON.
    IF TRAN-NUM NOT NUMERIC
       MOVE 'NN' TO WS-REJ-REASON
       SET WS-INVALID-INPUT TO TRUE
       GO TO SET-TRAN-FUNCTION-EXIT
    END-IF.
    IF TRAN-RANGE-RECORD
       MOVE 'RS' TO WS-REJ-REASON
       SET WS-INVALID-INPUT TO TRUE
       GO TO SET-TRAN-FUNCTION-EXIT
    END-IF.
    PERFORM CHECK-CLIENT-ENTITLEMENT THRU
        CHECK-CLIENT-ENTITLEMENT-EXIT.
    IF WS-INVALID-INPUT
       GO TO SET-TRAN-FUNCTION-EXIT
    END-IF.
    EVALUATE WS-FUNC-CODE
        WHEN 'R'
             IF IN-num = 0
                PERFORM SET-ZERO-NEG-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
             IF TRAN-ROOT-DEGREE NUMERIC
                IF TRAN-ROOT-DEGREE > 1
                   MOVE TRAN-ROOT-DEGREE TO ROOT-DEGREE
                ELSE
                   IF TRAN-ROOT-DEGREE = 1
                      MOVE 'DG' TO WS-REJ-REASON
                      SET WS-INVALID-INPUT TO TRUE
                   END-IF
                END-IF
             ELSE
                IF TRAN-ROOT-DEGREE NOT = SPACES
                   MOVE 'DG' TO WS-REJ-REASON
                   SET WS-INVALID-INPUT TO TRUE
                END-IF
             END-IF
             IF IN-num < 0 AND WS-VALID-INPUT
                PERFORM CHECK-NEGATIVE-ROOT
             END-IF
        WHEN 'L'
             IF IN-num <= 0
                PERFORM SET-ZERO-NEG-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN 'E'
             IF IN-num > 25 OR IN-num < -25
                MOVE 'RG' TO WS-REJ-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN 'P'
             IF IN-num <= 0
                PERFORM SET-ZERO-NEG-REASON
                SET WS-INVALID-INPUT TO TRUE
             ELSE
                IF TRAN-EXPONENT NOT NUMERIC
                   MOVE 'XP' TO WS-REJ-REASON
                   SET WS-INVALID-INPUT TO TRUE
                END-IF
             END-IF
        WHEN OTHER
             MOVE 'UF' TO WS-REJ-REASON
             SET WS-INVALID-INPUT TO TRUE
    END-EVALUATE.
    IF WS-VALID-INPUT
       PERFORM CHECK-DUPLICATE-RECORD THRU
           CHECK-DUPLICATE-RECORD-EXIT
    END-IF.
SET-TRAN-FUNCTION-EXIT.
    EXIT.

SET-ZERO-NEG-REASON.
    IF IN-num = 0
       MOVE 'ZR' TO WS-REJ-REASON
    ELSE
       MOVE 'NG' TO WS-REJ-REASON
    END-IF.

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
       SET WS-INVALID-INPUT TO TRUE
    END-IF.

CHECK-CLIENT-ENTITLEMENT.
    IF NOT WS-CM-AVAILABLE
       GO TO CHECK-CLIENT-ENTITLEMENT-EXIT
    END-IF.
    IF WS-CLIENT-ID = SPACES
       GO TO CHECK-CLIENT-ENTITLEMENT-EXIT
    END-IF.
    PERFORM FIND-MASTER-CLIENT.
    IF NOT WS-CM-FOUND
       MOVE 'UC' TO WS-REJ-REASON
       SET WS-INVALID-INPUT TO TRUE
       GO TO CHECK-CLIENT-ENTITLEMENT-EXIT
    END-IF.
    IF CM-STATUS(WS-CM-USE) = 'R'
       MOVE 'UC' TO WS-REJ-REASON
       SET WS-INVALID-INPUT TO TRUE
       GO TO CHECK-CLIENT-ENTITLEMENT-EXIT
    END-IF.
    EVALUATE WS-FUNC-CODE
        WHEN 'R'
             IF CM-AUTH-ROOT(WS-CM-USE) NOT = 'Y'
                MOVE 'NA' TO WS-REJ-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN 'L'
             IF CM-AUTH-LOG(WS-CM-USE) NOT = 'Y'
                MOVE 'NA' TO WS-REJ-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN 'E'
             IF CM-AUTH-EXP(WS-CM-USE) NOT = 'Y'
                MOVE 'NA' TO WS-REJ-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN 'P'
             IF CM-AUTH-POW(WS-CM-USE) NOT = 'Y'
                MOVE 'NA' TO WS-REJ-REASON
                SET WS-INVALID-INPUT TO TRUE
             END-IF
        WHEN OTHER
             CONTINUE
    END-EVALUATE.
CHECK-CLIENT-ENTITLEMENT-EXIT.
    EXIT.

FIND-MASTER-CLIENT.
    MOVE 'N' TO WS-CM-FOUND-SW.
    MOVE 0 TO WS-CM-USE.
    PERFORM MATCH-ONE-MASTER-CLIENT
        VARYING WS-CM-SUB FROM 1 BY 1
        UNTIL WS-CM-SUB > WS-CM-CT OR WS-CM-FOUND.

MATCH-ONE-MASTER-CLIENT.
    IF CM-ID(WS-CM-SUB) = WS-CLIENT-ID
       SET WS-CM-FOUND TO TRUE
       MOVE WS-CM-SUB TO WS-CM-USE
    END-IF.

LOAD-CLIENT-MASTER.
    OPEN INPUT CLIENT-MAST-FILE.
    IF CLNT-FILE-STATUS = '00'
       SET WS-CM-AVAILABLE TO TRUE
       PERFORM LOAD-ONE-MASTER-CLIENT
           UNTIL CLNT-FILE-STATUS NOT = '00'
           OR WS-CM-CT >= WS-CM-MAX
       CLOSE CLIENT-MAST-FILE
    END-IF.

LOAD-ONE-MASTER-CLIENT.
    READ CLIENT-MAST-FILE
        AT END CONTINUE
    END-READ.
    IF CLNT-FILE-STATUS = '00'
       ADD 1 TO WS-CM-CT
       MOVE CLNT-ID        TO CM-ID(WS-CM-CT)
       MOVE CLNT-AUTH-ROOT TO CM-AUTH-ROOT(WS-CM-CT)
       MOVE CLNT-AUTH-LOG  TO CM-AUTH-LOG(WS-CM-CT)
       MOVE CLNT-AUTH-EXP  TO CM-AUTH-EXP(WS-CM-CT)
       MOVE CLNT-AUTH-POW  TO CM-AUTH-POW(WS-CM-CT)
       MOVE CLNT-STATUS    TO CM-STATUS(WS-CM-CT)
       MOVE CLNT-NEG-ROOTS TO CM-NEG-ROOTS(WS-CM-CT)
       IF CLNT-DUP-DAYS NUMERIC
          MOVE CLNT-DUP-DAYS TO CM-DUP-DAYS(WS-CM-CT)
       ELSE
          MOVE 0 TO CM-DUP-DAYS(WS-CM-CT)
       END-IF
    END-IF.

*>a good record matching one its client already had computed
*>inside the client's look-back window would reject DP tonight -
*>the same test SQRTBABYEX makes, against the same log.  A blank
*>client or a client without a window is never checked, and
*>neither is a record the department marked RP as an intentional
*>repeat or one an operator released off the held queue (RL)
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
       SET WS-INVALID-INPUT TO TRUE
       ADD 1 TO WS-DUP-COUNT
    END-IF.
CHECK-DUPLICATE-RECORD-EXIT.
    EXIT.

*>every record that would compute - an intentional repeat
*>included - joins the history, so the same figures again further
*>down the file are caught the way last week's are
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
       MOVE TRAN-EXPONENT TO DK-EXP
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

*>the duplicate history, loaded the way SQRTBABYEX loads it - only
*>when some client on the master has a look-back window.  Computed
*>lines (V or N) off the cumulative log DUPLOG names, from batch
*>work (the menu's one-off entries are not submissions), whose
*>client has a window the line's date still falls inside.  A
*>missing DUPLOG is said on the report and the check runs against
*>the file's own records only
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
       SET WS-DLOG-MISSING TO TRUE
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

TAKE-ONE-DUP-LOG-LINE.
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

CLEAR-REASON-COUNTS.
    MOVE 0 TO RS-COUNT(WS-RS-SUB).

*>the record as it came in, its reason code, and what the code
*>means, so the department can correct it without the REJREC list
WRITE-REJECT-DETAIL.
    MOVE 0 TO WS-RS-USE.
    PERFORM MATCH-ONE-REASON
        VARYING WS-RS-SUB FROM 1 BY 1
        UNTIL WS-RS-SUB > WS-RS-MAX OR WS-RS-USE > 0.
    MOVE WS-REC-COUNT       TO DL-REC-NO.
    MOVE TRAN-RECORD(1:18)  TO DL-NUM.
    MOVE TRAN-FUNC-CODE     TO DL-FUNC.
    MOVE TRAN-RECORD(20:2)  TO DL-DEG.
    MOVE TRAN-CLIENT-ID     TO DL-CLIENT.
    MOVE WS-REJ-REASON      TO DL-REASON.
    IF WS-RS-USE > 0
       MOVE RS-TEXT(WS-RS-USE) TO DL-TEXT
       ADD 1 TO RS-COUNT(WS-RS-USE)
    ELSE
       MOVE SPACES TO DL-TEXT
    END-IF.
    WRITE OUT-LINE FROM DETAIL-LINE.

MATCH-ONE-REASON.
    IF RS-CODE(WS-RS-SUB) = WS-REJ-REASON
       MOVE WS-RS-SUB TO WS-RS-USE
    END-IF.

WRITE-EDIT-SUMMARY.
    MOVE 'TRANSACTION RECORDS EDITED        ' TO CL-LABEL.
    MOVE WS-REC-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RANGE RECORDS AMONG THEM          ' TO CL-LABEL.
    MOVE WS-RANGE-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'VALUES THE RANGES EXPAND INTO     ' TO CL-LABEL.
    MOVE WS-RANGE-VALUES TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'WOULD PROCESS                     ' TO CL-LABEL.
    MOVE WS-PASS-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'WOULD REJECT                      ' TO CL-LABEL.
    MOVE WS-REJ-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    PERFORM WRITE-ONE-REASON-SUM
        VARYING WS-RS-SUB FROM 1 BY 1
        UNTIL WS-RS-SUB > WS-RS-MAX.
    WRITE OUT-LINE FROM UNDER-LINE.

WRITE-ONE-REASON-SUM.
    IF RS-COUNT(WS-RS-SUB) > 0
       MOVE RS-CODE(WS-RS-SUB)  TO RSL-CODE
       MOVE RS-TEXT(WS-RS-SUB)  TO RSL-TEXT
       MOVE RS-COUNT(WS-RS-SUB) TO RSL-COUNT
       WRITE OUT-LINE FROM REASON-SUM-LINE
    END-IF.

WRITE-VERDICT.
    EVALUATE WS-RC
        WHEN 0
             MOVE 'PASS - FILE WOULD RUN CLEAN TONIGHT' TO VL-TEXT
        WHEN 4
             MOVE 'FAIL - RECORDS WOULD REJECT, CORRECT AND RESEND'
                 TO VL-TEXT
        WHEN 16
             MOVE 'FAIL - SUBMISSION CONTROL WOULD STOP THE RUN'
                 TO VL-TEXT
        WHEN OTHER
             MOVE 'FAIL - SQRTIN COULD NOT BE READ' TO VL-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM VERDICT-LINE.
