*>  R  rebuild - start the master over from the converged root
*>     lines on SQRTLOG and the SQRTLOGA archives (ARCHDIR names
*>     them, same directory the log inquiry reads), so a restore
*>     after corruption is a job, not an outage; each record's hit
*>     count and first/last-used dates come back off the same
*>     lines (every repeat of a value counts as one use)
*>Condition code 4 when verify found (or deleted) failures, 8
*>when the master or the logs could not be opened.

    COPY "mastrec.cpy".

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD ARCH-DIR-FILE.
  01 arch-dir-line pic X(80).

FD ARCH-LOG-FILE.
  01 arch-log-line pic X(160).

FD CALC-CONFIG-FILE.
    COPY "cfgrec.cpy".
*>the tolerance rebuilt records file under - the same effective
*>tolerance the batch lookup would judge them by
77 WS-EFF-TOLERANCE PIC 9V9(6) VALUE 0.000001.
*>the tolerance one log line files under - its own LOG-TOLERANCE
*>(the client's calculation profile) when it carries one
77 WS-LINE-TOLERANCE PIC 9V9(6) VALUE 0.
*>the usage a rebuilt record starts from - the log line's date, or
*>the run date on a line too old to carry a readable one; a key
*>already rebuilt from an earlier line keeps its first date and
*>counts the repeat as one more use
77 WS-LINE-DATE     PIC 9(8) VALUE 0.
77 WS-KEEP-HITS     PIC 9(07) VALUE 0.
77 WS-KEEP-FIRST    PIC 9(08) VALUE 0.
77 WS-KEEP-LAST     PIC 9(08) VALUE 0.
77 WS-KEEP-KEY      PIC X(24) VALUE SPACES.

*>the archive directory, same shape the log inquiry reads
01 ARCH-DIR-REC.
*>rebuild source fields through numeric work items
77 WS-LOG-NUM  PIC S9(11)V9(6) VALUE 0.
77 WS-LOG-Y    PIC S9(11)V9(6) VALUE 0.
77 WS-LOG-Y-IMAG PIC S9(11)V9(6) VALUE 0.

*>a negative value is only ever cached with its odd (real) root -
*>the degree halved tells odd from even
77 WS-DEG-HALF  PIC 9(02) VALUE 0.
77 WS-DEG-ODD   PIC 9(01) VALUE 0.

77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.

    IF MAST-FUNC-CODE NOT = 'R'
       GO TO VERIFY-ONE-RECORD-EXIT
    END-IF.
    IF MAST-NUM = 0 OR MAST-Y = 0
       PERFORM FLAG-FAILED-RECORD
       GO TO VERIFY-ONE-RECORD-EXIT
    END-IF.
*>the signed odd root of a negative value raises back like any
*>other; an even degree under a negative value is a complex root,
*>which the batch store never files - on the master it is damage
    IF MAST-NUM < 0
       DIVIDE MAST-DEGREE BY 2 GIVING WS-DEG-HALF
           REMAINDER WS-DEG-ODD
       IF WS-DEG-ODD = 0
          PERFORM FLAG-FAILED-RECORD
          GO TO VERIFY-ONE-RECORD-EXIT
       END-IF
    END-IF.
    COMPUTE WS-CHECK-LIMIT = MAST-TOLERANCE * WS-TOL-FACTOR.
    IF WS-CHECK-LIMIT = 0
*>a record carrying no tolerance at all is judged by the
           STORE-ONE-LOG-RESULT-EXIT
    END-IF.

*>one log line onto the master - only a converged, real root
*>result qualifies (a positive value, or a negative one with its
*>signed odd root), the same rules the batch store applies when it
*>caches an answer.  A line whose answer was delivered rounded to
*>its client's profile decimals is not the raw answer the master
*>holds, so it is left out too
STORE-ONE-LOG-RESULT.
    IF LOG-STATUS NOT = 'V'
       ADD 1 TO WS-SKIP-COUNT
       GO TO STORE-ONE-LOG-RESULT-EXIT
    END-IF.
    IF LOG-DECIMALS NUMERIC
       ADD 1 TO WS-SKIP-COUNT
       GO TO STORE-ONE-LOG-RESULT-EXIT
    END-IF.
    IF LOG-FUNC-CODE NOT = SPACE AND LOG-FUNC-CODE NOT = 'R'
       ADD 1 TO WS-SKIP-COUNT
       GO TO STORE-ONE-LOG-RESULT-EXIT
    END-IF.
    MOVE LOG-NUM TO WS-LOG-NUM.
    MOVE LOG-Y   TO WS-LOG-Y.
    IF WS-LOG-NUM = 0 OR WS-LOG-Y = 0
       ADD 1 TO WS-SKIP-COUNT
       GO TO STORE-ONE-LOG-RESULT-EXIT
    END-IF.
    ELSE
       MOVE 2 TO MAST-DEGREE
    END-IF.
    IF WS-LOG-NUM < 0
       MOVE 0 TO WS-LOG-Y-IMAG
       IF LOG-Y-IMAG NOT = SPACES
          MOVE LOG-Y-IMAG TO WS-LOG-Y-IMAG
       END-IF
       DIVIDE MAST-DEGREE BY 2 GIVING WS-DEG-HALF
           REMAINDER WS-DEG-ODD
       IF WS-DEG-ODD = 0 OR WS-LOG-Y-IMAG NOT = 0
          ADD 1 TO WS-SKIP-COUNT
          GO TO STORE-ONE-LOG-RESULT-EXIT
       END-IF
    END-IF.
    MOVE 'R' TO MAST-FUNC-CODE.
    IF LOG-DATE NUMERIC AND LOG-DATE > 0
       MOVE LOG-DATE TO WS-LINE-DATE
    ELSE
       MOVE WS-RUN-DATE TO WS-LINE-DATE
    END-IF.
    MOVE WS-EFF-TOLERANCE TO WS-LINE-TOLERANCE.
    IF LOG-TOLERANCE NOT = SPACES
       MOVE LOG-TOLERANCE TO WS-LINE-TOLERANCE
       IF WS-LINE-TOLERANCE = 0
          MOVE WS-EFF-TOLERANCE TO WS-LINE-TOLERANCE
       END-IF
    END-IF.
*>the key read first, so a repeat keeps the usage already built;
*>a miss leaves the record area undefined, so the key goes back
    MOVE MAST-KEY TO WS-KEEP-KEY.
    READ RESULT-MAST-FILE
        INVALID KEY CONTINUE
    END-READ.
    IF MAST-FILE-STATUS = '00'
       PERFORM KEEP-REBUILT-USAGE
    ELSE
       MOVE 0 TO WS-KEEP-HITS
       MOVE WS-LINE-DATE TO WS-KEEP-FIRST
       MOVE WS-LINE-DATE TO WS-KEEP-LAST
    END-IF.
    MOVE WS-KEEP-KEY TO MAST-KEY.
    MOVE WS-LOG-Y TO MAST-Y.
    IF LOG-ITER NUMERIC
       MOVE LOG-ITER TO MAST-ITER
    ELSE
       MOVE 0 TO MAST-ITER
    END-IF.
    MOVE WS-LINE-TOLERANCE TO MAST-TOLERANCE.
    MOVE WS-KEEP-HITS  TO MAST-HIT-COUNT.
    MOVE WS-KEEP-FIRST TO MAST-FIRST-DATE.
    MOVE WS-KEEP-LAST  TO MAST-LAST-DATE.
    WRITE RESULT-MAST-REC
        INVALID KEY
            REWRITE RESULT-MAST-REC
    END-WRITE.
STORE-ONE-LOG-RESULT-EXIT.
    EXIT.

*>the value came again - one more use, the earliest date it was
*>seen and the latest it was used, whichever order the archives
*>were listed in
KEEP-REBUILT-USAGE.
    IF MAST-HIT-COUNT NUMERIC
       MOVE MAST-HIT-COUNT TO WS-KEEP-HITS
    ELSE
       MOVE 0 TO WS-KEEP-HITS
    END-IF.
    ADD 1 TO WS-KEEP-HITS
        ON SIZE ERROR CONTINUE
    END-ADD.
    MOVE WS-LINE-DATE TO WS-KEEP-FIRST.
    MOVE WS-LINE-DATE TO WS-KEEP-LAST.
    IF MAST-FIRST-DATE NUMERIC AND MAST-FIRST-DATE > 0
       AND MAST-FIRST-DATE < WS-LINE-DATE
       MOVE MAST-FIRST-DATE TO WS-KEEP-FIRST
    END-IF.
    IF MAST-LAST-DATE NUMERIC AND MAST-LAST-DATE > WS-LINE-DATE
       MOVE MAST-LAST-DATE TO WS-KEEP-LAST
    END-IF.
