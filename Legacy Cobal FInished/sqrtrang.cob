IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtrang.

*>range record expansion.  A range record (TRANREC.CPY, record
*>type R) carries a start value in TRAN-NUM and an end value and
*>step after the priority column, and stands for every value from
*>the start up by the step while it does not pass the end.  This
*>subprogram judges such a record and works its values out, once,
*>for every program that meets one: the batch readers expand the
*>range into its calculations, the pre-edit edits each value the
*>way the night run will, and the reconciliation counts the
*>report lines a range should have produced.
*>
*>A range rejects whole (RS) when its end value or step is not
*>numeric, when the step is not above zero, when the end lies
*>below the start, or when it would expand into more values than
*>the limit below - a mis-keyed step of 0.000001 across a wide
*>span would otherwise bury the night run under millions of
*>calculations nobody meant to ask for.  A start value that is
*>not numeric is left to the readers' own NN edit.
*>
*>The fields are tested NUMERIC before any of them is moved - a
*>numeric MOVE from a garbage SIGN SEPARATE field rewrites the
*>source's sign byte, and a rejected range must reach the reject
*>file exactly as it came in.

DATA DIVISION.
WORKING-STORAGE SECTION.
*>the most values one range record may expand into - the same
*>size as the readers' duplicate-history table, so a single range
*>can never fill it on its own
77 WS-RANGE-LIMIT    PIC 9(05) VALUE 05000.
*>whole steps from the start to the end - one fewer than the
*>number of values
77 WS-RANGE-STEPS    PIC 9(09) VALUE 0.

LINKAGE SECTION.
COPY "tranrec.cpy".
COPY "ranglink.cpy".

PROCEDURE DIVISION USING TRAN-RECORD, RANGE-LINK-AREA.
    PERFORM CHECK-RANGE-RECORD THRU CHECK-RANGE-RECORD-EXIT.
    IF RNG-VALID AND RNG-VALUE-NO > 0
       PERFORM SET-RANGE-VALUE
    END-IF.
    GOBACK.

*>judges the record and counts its values.  A record that is not
*>a range is good and counts one
CHECK-RANGE-RECORD.
    MOVE 'Y' TO RNG-VALID-SW.
    MOVE SPACES TO RNG-REASON.
    MOVE 1 TO RNG-COUNT.
    MOVE 0 TO RNG-VALUE.
    IF NOT TRAN-RANGE-RECORD
       GO TO CHECK-RANGE-RECORD-EXIT
    END-IF.
    IF TRAN-NUM NOT NUMERIC
       MOVE 'N' TO RNG-VALID-SW
       MOVE 'NN' TO RNG-REASON
       GO TO CHECK-RANGE-RECORD-EXIT
    END-IF.
    IF TRAN-RANGE-END NOT NUMERIC
       OR TRAN-RANGE-STEP NOT NUMERIC
       GO TO CHECK-RANGE-RECORD-BAD
    END-IF.
    IF TRAN-RANGE-STEP NOT > 0
       OR TRAN-RANGE-END < TRAN-NUM
       GO TO CHECK-RANGE-RECORD-BAD
    END-IF.
    COMPUTE WS-RANGE-STEPS =
        (TRAN-RANGE-END - TRAN-NUM) / TRAN-RANGE-STEP
        ON SIZE ERROR GO TO CHECK-RANGE-RECORD-BAD
    END-COMPUTE.
    IF WS-RANGE-STEPS NOT < WS-RANGE-LIMIT
       GO TO CHECK-RANGE-RECORD-BAD
    END-IF.
    COMPUTE RNG-COUNT = WS-RANGE-STEPS + 1.
    GO TO CHECK-RANGE-RECORD-EXIT.
CHECK-RANGE-RECORD-BAD.
    MOVE 'N' TO RNG-VALID-SW.
    MOVE 'RS' TO RNG-REASON.
CHECK-RANGE-RECORD-EXIT.
    EXIT.

*>the nth value - the start plus n-1 steps, never past the end
*>the count above was taken against; anything asked for past the
*>count comes back as the last value rather than beyond the end
SET-RANGE-VALUE.
    IF NOT TRAN-RANGE-RECORD
       MOVE TRAN-NUM TO RNG-VALUE
    ELSE
       IF RNG-VALUE-NO > RNG-COUNT
          MOVE RNG-COUNT TO RNG-VALUE-NO
       END-IF
       COMPUTE RNG-VALUE =
           TRAN-NUM + (RNG-VALUE-NO - 1) * TRAN-RANGE-STEP
    END-IF.
