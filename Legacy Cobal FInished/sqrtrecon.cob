  01 report-in-line pic X(132).

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD CALC-CONFIG-FILE.
    COPY "cfgrec.cpy".
*>over its own legitimate rounding
77 WS-TOL-FACTOR  PIC 9(3)  VALUE 010.
77 WS-CHECK-LIMIT PIC 9(3)V9(9) VALUE 0.
*>the limit one log line is judged by - a line carrying the
*>tolerance its client's calculation profile ran under is judged
*>by that one, and a line whose answer was delivered to fewer
*>places is allowed the error those dropped places can put into
*>Y raised back (up to one unit in the last kept place, times the
*>degree, relative to Y)
77 WS-LINE-TOL    PIC 9V9(6)  VALUE 0.
77 WS-LINE-LIMIT  PIC 9(3)V9(9) VALUE 0.
77 WS-LINE-DEC    PIC 9(1)  VALUE 0.
77 WS-RND-ALLOW   PIC 9(3)V9(9) VALUE 0.

*>counts to be matched against one another
77 WS-TRAN-COUNT    PIC 9(7) VALUE 0.
77 WS-RPT-COUNT     PIC 9(7) VALUE 0.
77 WS-RPT-INV-COUNT PIC 9(7) VALUE 0.
77 WS-LOG-COUNT     PIC 9(7) VALUE 0.
*>a range record prints and logs once per value it expands into -
*>SQRTRANG says how many, the same answer the batch step got (one
*>for a single value or a range it rejected)
COPY "ranglink.cpy".
77 WS-CHECKED-COUNT PIC 9(7) VALUE 0.
*>scratch tally for spotting the INVALID INPUT message, which sits
*>at a different column in each writer's ERROR-MESS layout
*>log fields carried through numeric work fields for the back-check
77 WS-LOG-NUM     PIC S9(11)V9(6).
77 WS-LOG-Y       PIC S9(11)V9(6).
77 WS-LOG-Y-IMAG  PIC S9(11)V9(6).
77 WS-Y-RAISED    PIC S9(13)V9(9).
*>unsigned on purpose - storing the signed difference here keeps
*>its absolute value, which is what the relative-error test needs

*>the submission control header and trailer bracketing a verified
*>file are framing, not transactions - they never printed or
*>logged, so they must not count here either.  Every other record
*>counts the values it stands for
COUNT-ONE-TRAN.
    READ TRAN-FILE
        AT END SET FILE-EOF TO TRUE
    IF NOT FILE-EOF
       IF TRAN-RECORD(1:6) NOT = 'SUBHDR'
          AND TRAN-RECORD(1:6) NOT = 'SUBTRL'
          MOVE 0 TO RNG-VALUE-NO
          CALL "sqrtrang" USING TRAN-RECORD, RANGE-LINK-AREA
          ADD RNG-COUNT TO WS-TRAN-COUNT
       END-IF
    END-IF.

*>a zero logged result marks a record the batch step itself judged
*>invalid - nothing to raise back, so only nonzero results count
*>here; the relative error of Y raised to the degree against NUM
*>must sit inside the tolerance the run was computed under.  A
*>negative NUM with its signed odd root raises back the same way
*>(the unsigned difference and ratio fields keep the magnitudes);
*>a complex root - an imaginary part on the line - has no real
*>power to compare and is left out of the check
BACK-CHECK-RESULT.
    MOVE LOG-NUM TO WS-LOG-NUM.
    MOVE LOG-Y   TO WS-LOG-Y.
    IF WS-LOG-Y = 0 OR WS-LOG-NUM = 0
       GO TO BACK-CHECK-RESULT-EXIT
    END-IF.
    IF LOG-Y-IMAG NOT = SPACES
       MOVE LOG-Y-IMAG TO WS-LOG-Y-IMAG
       IF WS-LOG-Y-IMAG NOT = 0
          GO TO BACK-CHECK-RESULT-EXIT
       END-IF
    END-IF.
*>only a root result can be proved by raising it back - any other
*>function code is left to its own checks
    IF LOG-FUNC-CODE NOT = SPACE AND LOG-FUNC-CODE NOT = 'R'
       MOVE 2 TO WS-CHECK-DEGREE
    END-IF.
    ADD 1 TO WS-CHECKED-COUNT.
    PERFORM SET-LINE-LIMIT.
    COMPUTE WS-Y-RAISED = WS-LOG-Y ** WS-CHECK-DEGREE.
    COMPUTE WS-CHECK-DIFF = WS-Y-RAISED - WS-LOG-NUM.
*>a ratio too wild for the field is the worst discrepancy of all -
    COMPUTE WS-CHECK-RATIO = WS-CHECK-DIFF / WS-LOG-NUM
        ON SIZE ERROR MOVE 999.999999999 TO WS-CHECK-RATIO
    END-COMPUTE.
    IF WS-CHECK-RATIO > WS-LINE-LIMIT
       IF WS-DISCREP-COUNT = 0
          WRITE OUT-LINE FROM DISCREP-HEAD
       END-IF
BACK-CHECK-RESULT-EXIT.
    EXIT.

*>the run's CALCCFG limit unless the line says otherwise - lines
*>written before profiles carry neither field and keep it
SET-LINE-LIMIT.
    MOVE WS-CHECK-LIMIT TO WS-LINE-LIMIT.
    IF LOG-TOLERANCE NOT = SPACES
       MOVE LOG-TOLERANCE TO WS-LINE-TOL
       IF WS-LINE-TOL NOT = 0
          COMPUTE WS-LINE-LIMIT = WS-LINE-TOL * WS-TOL-FACTOR
       END-IF
    END-IF.
    IF LOG-DECIMALS NUMERIC AND LOG-DECIMALS < '6'
       MOVE LOG-DECIMALS TO WS-LINE-DEC
       COMPUTE WS-RND-ALLOW ROUNDED = WS-CHECK-DEGREE
           / (10 ** WS-LINE-DEC) / WS-LOG-Y
           ON SIZE ERROR MOVE 999.999999999 TO WS-RND-ALLOW
       END-COMPUTE
       ADD WS-RND-ALLOW TO WS-LINE-LIMIT
           ON SIZE ERROR MOVE 999.999999999 TO WS-LINE-LIMIT
       END-ADD
    END-IF.

*>the three counts side by side, then the balance verdict
WRITE-COUNT-SUMMARY.
    MOVE 'TRANSACTION RECORDS READ (SQRTIN) ' TO CL-LABEL.
