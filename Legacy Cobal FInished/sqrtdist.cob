SELECT CLIENT-RESP-FILE ASSIGN TO WS-RESP-FILE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RESP-FILE-STATUS.
*>the same distribution register the single-stream run appends to
SELECT DIST-REG-FILE ASSIGN TO "DISTREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS DREG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD RUN-NO-FILE.
  01 run-no-line pic X(06).
FD CLIENT-RESP-FILE.
  01 client-resp-line pic X(132).

FD DIST-REG-FILE.
  01 dist-reg-line pic X(60).

WORKING-STORAGE SECTION.
*>the SQRTLOG line layout the writers build
COPY "logrec.cpy".
COPY "runrec.cpy".
COPY "distrec.cpy".

77 LOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RNO-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RESP-FILE-STATUS PIC X(02) VALUE SPACES.
77 DREG-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-DIST-CLIENT   PIC X(08) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
*>shapes the in-stream writer sends
77 WS-DIST-NUM    PIC S9(11)V9(6) SIGN LEADING SEPARATE.
77 WS-DIST-Y      PIC S9(11)V9(6) SIGN LEADING SEPARATE.
*>imaginary part of a complex root, last field on the D record;
*>a log line written before it existed carries blanks, sent as 0
77 WS-DIST-Y-IMAG PIC S9(11)V9(6) SIGN LEADING SEPARATE.
77 WS-DIST-FUNC   PIC X(01) VALUE 'R'.
77 WS-DIST-DEG    PIC 9(2)  VALUE 0.
77 WS-DIST-ITER   PIC 9(5)  VALUE 0.
SET-DIST-FIELDS.
    MOVE LOG-NUM TO WS-DIST-NUM.
    MOVE LOG-Y   TO WS-DIST-Y.
    IF LOG-Y-IMAG = SPACES
       MOVE 0 TO WS-DIST-Y-IMAG
    ELSE
       MOVE LOG-Y-IMAG TO WS-DIST-Y-IMAG
    END-IF.
    IF LOG-FUNC-CODE = SPACE
       MOVE 'R' TO WS-DIST-FUNC
    ELSE
    MOVE SPACES TO RESP-REC.
    STRING 'D|' WS-DIST-NUM '|' WS-DIST-Y '|' WS-DIST-FUNC
        '|' WS-DIST-DEG '|' WS-DIST-ITER '|' WS-DIST-STATUS
        '|' WS-DIST-Y-IMAG
        DELIMITED BY SIZE INTO RESP-REC.
    WRITE CLIENT-RESP-LINE FROM RESP-REC.
    ADD 1 TO WS-DIST-TOTAL.
        UNTIL WS-CL-SUB > WS-CL-CT.
    IF WS-CA-OPEN
       MOVE 'CLIRSPU' TO WS-RESP-FILE-NAME
       MOVE '*UNATTR*'  TO WS-DIST-CLIENT
       MOVE WS-CA-COUNT TO WS-COUNT-X
       MOVE WS-CA-HASH  TO WS-HASH-X
       PERFORM APPEND-DIST-TRAILER
       MOVE SPACES TO WS-RESP-FILE-NAME
       STRING 'CLIRSP.' CD-CLIENT(WS-CL-SUB)
           DELIMITED BY SPACE INTO WS-RESP-FILE-NAME
       MOVE CD-CLIENT(WS-CL-SUB) TO WS-DIST-CLIENT
       MOVE CD-COUNT(WS-CL-SUB) TO WS-COUNT-X
       MOVE CD-HASH(WS-CL-SUB)  TO WS-HASH-X
       PERFORM APPEND-DIST-TRAILER
           DELIMITED BY SIZE INTO RESP-REC
       WRITE CLIENT-RESP-LINE FROM RESP-REC
       CLOSE CLIENT-RESP-FILE
       PERFORM REGISTER-DIST-FILE
    ELSE
       DISPLAY 'RESPONSE FILE ' WS-RESP-FILE-NAME
           ' TRAILER COULD NOT BE WRITTEN, STATUS '
           RESP-FILE-STATUS
       MOVE 12 TO WS-RC
    END-IF.

*>one DISTREG line per file closed out, stamped with the run that
*>was distributed - a register that can't be written is a warning
REGISTER-DIST-FILE.
    OPEN EXTEND DIST-REG-FILE.
    IF DREG-FILE-STATUS = '35'
       OPEN OUTPUT DIST-REG-FILE
    END-IF.
    IF DREG-FILE-STATUS = '00'
       MOVE WS-TARGET-RUN-NO TO DR-RUN-NO
       MOVE WS-DIST-CLIENT   TO DR-CLIENT
       MOVE WS-RUN-DATE      TO DR-DATE
       MOVE WS-RUN-TIME      TO DR-TIME
       MOVE WS-COUNT-X       TO DR-COUNT
       MOVE 'SQRTDIST'       TO DR-PROGRAM
       WRITE DIST-REG-LINE FROM DIST-REG-REC
       CLOSE DIST-REG-FILE
    ELSE
       DISPLAY 'DISTREG COULD NOT BE WRITTEN, STATUS '
           DREG-FILE-STATUS
       IF WS-RC = 0
          MOVE 4 TO WS-RC
       END-IF
    END-IF.
