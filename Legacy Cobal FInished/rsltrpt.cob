IDENTIFICATION DIVISION.
PROGRAM-ID. rsltrpt.

*>results master cache effectiveness report, for sizing RSLTMAST
*>and justifying it to capacity planning.  Every batch log line
*>now says what the master did for it (LOG-CACHE-SRC - H answered
*>off the master, M looked up and missed), and every master record
*>counts the lookups it has answered.  CACHERPT shows:
*>  - the hit ratio of every batch run on the cumulative log, and
*>    the Newton iterations its hits saved (a hit logs the stored
*>    iteration count - the loop it did not have to run)
*>  - lookups, hits, and iterations saved by function, against the
*>    iterations the misses spent computing
*>  - the entries used most, off the master's hit counts
*>  - the master's size and how long since its records were last
*>    used, in the month bands RSLTPRG's purge is set in
*>Read only throughout.  Condition code 4 when the log or the master
*>could not be read (its sections stay empty), 8 when neither could;
*>lines written before the cache column existed are not counted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUDIT-LOG-FILE ASSIGN TO "SQRTLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LOG-FILE-STATUS.
*>walked in key order with READ NEXT, never updated here
SELECT RESULT-MAST-FILE ASSIGN TO "RSLTMAST"
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY IS MAST-KEY
    FILE STATUS IS MAST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "CACHERPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD RESULT-MAST-FILE.
    COPY "mastrec.cpy".

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "logrec.cpy".

77 LOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 MAST-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-LOG-AVAIL-SW  PIC X(01) VALUE 'N'.
   88 WS-LOG-AVAILABLE        VALUE 'Y'.
77 WS-MAST-AVAIL-SW PIC X(01) VALUE 'N'.
   88 WS-MAST-AVAILABLE       VALUE 'Y'.

01 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
   02 WS-RUN-YYYY   PIC 9(4).
   02 WS-RUN-MM     PIC 9(2).
   02 WS-RUN-DD     PIC 9(2).

*>the line's iteration count, zero when the column is unreadable
77 WS-LINE-ITER     PIC 9(05) VALUE 0.
77 WS-LINE-FUNC     PIC X(01) VALUE SPACE.

*>the batch runs on the log, in the order first met - a run number
*>of zero is interactive work, which never consults the master
77 WS-RN-MAX    PIC 9(3) VALUE 500.
77 WS-RN-CT     PIC 9(3) VALUE 0.
77 WS-RN-SUB    PIC 9(3) VALUE 0.
77 WS-RN-USE    PIC 9(3) VALUE 0.
77 WS-RN-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-RN-FOUND              VALUE 'Y'.
77 WS-RN-FULL-SW  PIC X(01) VALUE 'N'.
   88 WS-RN-FULL               VALUE 'Y'.
01 RUN-CACHE-TABLE.
   02 RN-ENTRY OCCURS 500 TIMES.
      03 RN-RUN-NO   PIC 9(06).
      03 RN-DATE     PIC 9(08).
      03 RN-LOOKUPS  PIC 9(07).
      03 RN-HITS     PIC 9(07).
      03 RN-SAVED    PIC 9(11).

*>one slot per function the readers carry - only roots are cached
*>today, so the others show what the master is not doing for them
77 WS-FN-MAX    PIC 9(1) VALUE 4.
77 WS-FN-SUB    PIC 9(1) VALUE 0.
77 WS-FN-USE    PIC 9(1) VALUE 0.
01 FUNC-CACHE-TABLE.
   02 FN-ENTRY OCCURS 4 TIMES.
      03 FN-CODE     PIC X(01).
      03 FN-LOOKUPS  PIC 9(07).
      03 FN-HITS     PIC 9(07).
      03 FN-SAVED    PIC 9(11).
      03 FN-SPENT    PIC 9(11).
77 WS-FN-CODES  PIC X(04) VALUE 'RLEP'.

*>the entries used most, kept in descending hit order as the master
*>is walked
77 WS-TP-MAX    PIC 9(2) VALUE 20.
77 WS-TP-CT     PIC 9(2) VALUE 0.
77 WS-TP-SUB    PIC 9(2) VALUE 0.
77 WS-TP-AT     PIC 9(2) VALUE 0.
01 TOP-ENTRY-TABLE.
   02 TP-ENTRY OCCURS 20 TIMES.
      03 TP-NUM      PIC S9(11)V9(9).
      03 TP-DEGREE   PIC 9(02).
      03 TP-FUNC     PIC X(01).
      03 TP-HITS     PIC 9(07).
      03 TP-ITER     PIC 9(05).
      03 TP-FIRST    PIC 9(08).
      03 TP-LAST     PIC 9(08).

*>the master walk's totals, and its records by months since last
*>used - under 1, 1-2, 3-5, 6-11, 12 and over, and undated
77 WS-MAST-COUNT    PIC 9(7) VALUE 0.
77 WS-NEVER-HIT     PIC 9(7) VALUE 0.
77 WS-MAST-HITS     PIC 9(11) VALUE 0.
77 WS-MAST-SAVED    PIC 9(13) VALUE 0.
77 WS-REC-HITS      PIC 9(07) VALUE 0.
77 WS-REC-ITER      PIC 9(05) VALUE 0.
01 WS-REC-LAST      PIC 9(08) VALUE 0.
01 WS-REC-LAST-R REDEFINES WS-REC-LAST.
   02 WS-LAST-YYYY  PIC 9(4).
   02 WS-LAST-MM    PIC 9(2).
   02 WS-LAST-DD    PIC 9(2).
77 WS-AGE-MONTHS    PIC S9(6) VALUE 0.
01 AGE-BAND-TABLE.
   02 AB-ENTRY OCCURS 6 TIMES.
      03 AB-COUNT    PIC 9(07) VALUE 0.
77 WS-AB-SUB    PIC 9(1) VALUE 0.

*>totals and the hit percentage work field
77 WS-TOT-LOOKUPS   PIC 9(9) VALUE 0.
77 WS-TOT-HITS      PIC 9(9) VALUE 0.
77 WS-TOT-SAVED     PIC 9(13) VALUE 0.
77 WS-TOT-SPENT     PIC 9(13) VALUE 0.
77 WS-PCT-LOOKUPS   PIC 9(9) VALUE 0.
77 WS-PCT-HITS      PIC 9(9) VALUE 0.
77 WS-HIT-PCT       PIC 9(3)V9 VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(30) VALUE 'RESULTS MASTER CACHE REPORT   '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 SECTION-LINE.
   02 SL-TEXT PIC X(44).

01 RUN-HEAD.
   02 FILLER PIC X(30) VALUE '  RUN NO  RUN DATE    LOOKUPS '.
   02 FILLER PIC X(28) VALUE '    HITS  HIT %  ITERS SAVED'.

01 RUN-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-RUN-NO PIC 9(06).
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-DATE PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-LOOKUPS PIC Z(6)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-HITS PIC Z(6)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-PCT PIC ZZ9.9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 RL-SAVED PIC Z(10)9.

01 RUN-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      '** RUN TABLE FULL - LATER RUNS NOT SHOWN    '.

01 FUNC-HEAD.
   02 FILLER PIC X(30) VALUE '  FUNCTION    LOOKUPS     HITS'.
   02 FILLER PIC X(22) VALUE '  HIT %    ITERS SAVED'.
   02 FILLER PIC X(15) VALUE ' ITERS COMPUTED'.

01 FUNC-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-CODE PIC X(01).
   02 FILLER PIC X(1) VALUE SPACE.
   02 FN-L-NAME PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-LOOKUPS PIC Z(6)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-HITS PIC Z(6)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-PCT PIC ZZ9.9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-SAVED PIC Z(12)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 FN-L-SPENT PIC Z(12)9.

01 TOP-HEAD.
   02 FILLER PIC X(30) VALUE '                   VALUE  DG F'.
   02 FILLER PIC X(30) VALUE '      HITS  ITER  FIRST USED  '.
   02 FILLER PIC X(27) VALUE ' LAST USED  EST ITERS SAVED'.

01 TOP-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 TL-NUM PIC -(11)9.9(9).
   02 FILLER PIC X(2) VALUE SPACES.
   02 TL-DEGREE PIC Z9.
   02 FILLER PIC X(1) VALUE SPACE.
   02 TL-FUNC PIC X(01).
   02 FILLER PIC X(1) VALUE SPACE.
   02 TL-HITS PIC Z(8)9.
   02 FILLER PIC X(1) VALUE SPACE.
   02 TL-ITER PIC Z(4)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 TL-FIRST PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 TL-LAST PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 TL-SAVED PIC Z(14)9.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC Z(12)9.

01 NO-LOG-MESS.
   02 FILLER PIC X(44) VALUE
      'SQRTLOG COULD NOT BE OPENED - NO RUN DETAIL '.

01 NO-MAST-MESS.
   02 FILLER PIC X(44) VALUE
      'RSLTMAST COULD NOT BE OPENED - NO ENTRIES   '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM INIT-FUNC-TABLE
        VARYING WS-FN-SUB FROM 1 BY 1
        UNTIL WS-FN-SUB > WS-FN-MAX.
    PERFORM SCAN-AUDIT-LOG.
    PERFORM WRITE-RUN-SECTION.
    PERFORM WRITE-FUNC-SECTION.
    PERFORM SCAN-RESULT-MASTER.
    PERFORM WRITE-TOP-SECTION.
    PERFORM WRITE-SIZE-SECTION.
    IF NOT WS-LOG-AVAILABLE AND NOT WS-MAST-AVAILABLE
       MOVE 8 TO WS-RC
    END-IF.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

INIT-FUNC-TABLE.
    MOVE WS-FN-CODES(WS-FN-SUB:1) TO FN-CODE(WS-FN-SUB).
    MOVE 0 TO FN-LOOKUPS(WS-FN-SUB).
    MOVE 0 TO FN-HITS(WS-FN-SUB).
    MOVE 0 TO FN-SAVED(WS-FN-SUB).
    MOVE 0 TO FN-SPENT(WS-FN-SUB).

*>the cumulative log, every line the master was consulted for
SCAN-AUDIT-LOG.
    OPEN INPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS = '00'
       SET WS-LOG-AVAILABLE TO TRUE
       MOVE 'N' TO WS-EOF-SW
       PERFORM TAKE-ONE-LOG-LINE THRU TAKE-ONE-LOG-LINE-EXIT
           UNTIL FILE-EOF
       CLOSE AUDIT-LOG-FILE
    END-IF.

TAKE-ONE-LOG-LINE.
    READ AUDIT-LOG-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF
       GO TO TAKE-ONE-LOG-LINE-EXIT
    END-IF.
    MOVE AUDIT-LOG-LINE TO AUDIT-LOG-REC.
    IF LOG-CACHE-SRC NOT = 'H' AND LOG-CACHE-SRC NOT = 'M'
       GO TO TAKE-ONE-LOG-LINE-EXIT
    END-IF.
    IF LOG-ITER NUMERIC
       MOVE LOG-ITER TO WS-LINE-ITER
    ELSE
       MOVE 0 TO WS-LINE-ITER
    END-IF.
    MOVE LOG-FUNC-CODE TO WS-LINE-FUNC.
    IF WS-LINE-FUNC = SPACE
       MOVE 'R' TO WS-LINE-FUNC
    END-IF.
    PERFORM COUNT-FUNC-LINE.
    IF LOG-RUN-NO NUMERIC AND LOG-RUN-NO > 0
       PERFORM COUNT-RUN-LINE
    END-IF.
TAKE-ONE-LOG-LINE-EXIT.
    EXIT.

COUNT-FUNC-LINE.
    MOVE 0 TO WS-FN-USE.
    PERFORM MATCH-ONE-FUNC
        VARYING WS-FN-SUB FROM 1 BY 1
        UNTIL WS-FN-SUB > WS-FN-MAX OR WS-FN-USE > 0.
    IF WS-FN-USE > 0
       ADD 1 TO FN-LOOKUPS(WS-FN-USE)
       IF LOG-CACHE-SRC = 'H'
          ADD 1 TO FN-HITS(WS-FN-USE)
          ADD WS-LINE-ITER TO FN-SAVED(WS-FN-USE)
       ELSE
          ADD WS-LINE-ITER TO FN-SPENT(WS-FN-USE)
       END-IF
    END-IF.

MATCH-ONE-FUNC.
    IF FN-CODE(WS-FN-SUB) = WS-LINE-FUNC
       MOVE WS-FN-SUB TO WS-FN-USE
    END-IF.

*>a run already in the table takes the line; a new one gets the
*>next slot while there is one
COUNT-RUN-LINE.
    MOVE 'N' TO WS-RN-FOUND-SW.
    MOVE 0 TO WS-RN-USE.
    PERFORM MATCH-ONE-RUN
        VARYING WS-RN-SUB FROM WS-RN-CT BY -1
        UNTIL WS-RN-SUB < 1 OR WS-RN-FOUND.
    IF NOT WS-RN-FOUND
       IF WS-RN-CT >= WS-RN-MAX
          SET WS-RN-FULL TO TRUE
       ELSE
          ADD 1 TO WS-RN-CT
          MOVE WS-RN-CT TO WS-RN-USE
          MOVE LOG-RUN-NO TO RN-RUN-NO(WS-RN-USE)
          MOVE LOG-DATE   TO RN-DATE(WS-RN-USE)
          MOVE 0 TO RN-LOOKUPS(WS-RN-USE)
          MOVE 0 TO RN-HITS(WS-RN-USE)
          MOVE 0 TO RN-SAVED(WS-RN-USE)
       END-IF
    END-IF.
    IF WS-RN-USE > 0
       ADD 1 TO RN-LOOKUPS(WS-RN-USE)
       IF LOG-CACHE-SRC = 'H'
          ADD 1 TO RN-HITS(WS-RN-USE)
          ADD WS-LINE-ITER TO RN-SAVED(WS-RN-USE)
       END-IF
    END-IF.

*>searched newest first - a run's lines sit together at the end of
*>the table while it is being read
MATCH-ONE-RUN.
    IF RN-RUN-NO(WS-RN-SUB) = LOG-RUN-NO
       SET WS-RN-FOUND TO TRUE
       MOVE WS-RN-SUB TO WS-RN-USE
    END-IF.

WRITE-RUN-SECTION.
    MOVE 'HIT RATIO BY BATCH RUN                      ' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    IF NOT WS-LOG-AVAILABLE
       WRITE OUT-LINE FROM NO-LOG-MESS
       MOVE 4 TO WS-RC
    ELSE
       WRITE OUT-LINE FROM RUN-HEAD
       PERFORM WRITE-ONE-RUN-LINE
           VARYING WS-RN-SUB FROM 1 BY 1
           UNTIL WS-RN-SUB > WS-RN-CT
       IF WS-RN-FULL
          WRITE OUT-LINE FROM RUN-FULL-MESS
       END-IF
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

WRITE-ONE-RUN-LINE.
    MOVE RN-RUN-NO(WS-RN-SUB)  TO RL-RUN-NO.
    MOVE RN-DATE(WS-RN-SUB)    TO RL-DATE.
    MOVE RN-LOOKUPS(WS-RN-SUB) TO RL-LOOKUPS.
    MOVE RN-HITS(WS-RN-SUB)    TO RL-HITS.
    MOVE RN-SAVED(WS-RN-SUB)   TO RL-SAVED.
    MOVE RN-LOOKUPS(WS-RN-SUB) TO WS-PCT-LOOKUPS.
    MOVE RN-HITS(WS-RN-SUB)    TO WS-PCT-HITS.
    PERFORM SET-HIT-PCT.
    MOVE WS-HIT-PCT TO RL-PCT.
    WRITE OUT-LINE FROM RUN-LINE.

SET-HIT-PCT.
    IF WS-PCT-LOOKUPS = 0
       MOVE 0 TO WS-HIT-PCT
    ELSE
       COMPUTE WS-HIT-PCT ROUNDED =
           WS-PCT-HITS * 100 / WS-PCT-LOOKUPS
    END-IF.

WRITE-FUNC-SECTION.
    MOVE 'ITERATIONS SAVED BY FUNCTION                ' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    WRITE OUT-LINE FROM FUNC-HEAD.
    PERFORM WRITE-ONE-FUNC-LINE
        VARYING WS-FN-SUB FROM 1 BY 1
        UNTIL WS-FN-SUB > WS-FN-MAX.
    MOVE SPACE TO FN-L-CODE.
    MOVE 'TOTAL   ' TO FN-L-NAME.
    MOVE WS-TOT-LOOKUPS TO FN-L-LOOKUPS.
    MOVE WS-TOT-HITS    TO FN-L-HITS.
    MOVE WS-TOT-SAVED   TO FN-L-SAVED.
    MOVE WS-TOT-SPENT   TO FN-L-SPENT.
    MOVE WS-TOT-LOOKUPS TO WS-PCT-LOOKUPS.
    MOVE WS-TOT-HITS    TO WS-PCT-HITS.
    PERFORM SET-HIT-PCT.
    MOVE WS-HIT-PCT TO FN-L-PCT.
    WRITE OUT-LINE FROM FUNC-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.

WRITE-ONE-FUNC-LINE.
    MOVE FN-CODE(WS-FN-SUB) TO FN-L-CODE.
    EVALUATE FN-CODE(WS-FN-SUB)
        WHEN 'R' MOVE 'ROOT    ' TO FN-L-NAME
        WHEN 'L' MOVE 'LOG     ' TO FN-L-NAME
        WHEN 'E' MOVE 'EXP     ' TO FN-L-NAME
        WHEN 'P' MOVE 'POWER   ' TO FN-L-NAME
    END-EVALUATE.
    MOVE FN-LOOKUPS(WS-FN-SUB) TO FN-L-LOOKUPS.
    MOVE FN-HITS(WS-FN-SUB)    TO FN-L-HITS.
    MOVE FN-SAVED(WS-FN-SUB)   TO FN-L-SAVED.
    MOVE FN-SPENT(WS-FN-SUB)   TO FN-L-SPENT.
    MOVE FN-LOOKUPS(WS-FN-SUB) TO WS-PCT-LOOKUPS.
    MOVE FN-HITS(WS-FN-SUB)    TO WS-PCT-HITS.
    PERFORM SET-HIT-PCT.
    MOVE WS-HIT-PCT TO FN-L-PCT.
    ADD FN-LOOKUPS(WS-FN-SUB) TO WS-TOT-LOOKUPS.
    ADD FN-HITS(WS-FN-SUB)    TO WS-TOT-HITS.
    ADD FN-SAVED(WS-FN-SUB)   TO WS-TOT-SAVED.
    ADD FN-SPENT(WS-FN-SUB)   TO WS-TOT-SPENT.
    WRITE OUT-LINE FROM FUNC-LINE.

*>the master in key order - hit totals, the most used entries, and
*>the age bands
SCAN-RESULT-MASTER.
    OPEN INPUT RESULT-MAST-FILE.
    IF MAST-FILE-STATUS = '00'
       SET WS-MAST-AVAILABLE TO TRUE
       MOVE 'N' TO WS-EOF-SW
       PERFORM TAKE-ONE-MAST-RECORD THRU TAKE-ONE-MAST-RECORD-EXIT
           UNTIL FILE-EOF
       CLOSE RESULT-MAST-FILE
    END-IF.

TAKE-ONE-MAST-RECORD.
    READ RESULT-MAST-FILE NEXT RECORD
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF
       GO TO TAKE-ONE-MAST-RECORD-EXIT
    END-IF.
    ADD 1 TO WS-MAST-COUNT.
    IF MAST-HIT-COUNT NUMERIC
       MOVE MAST-HIT-COUNT TO WS-REC-HITS
    ELSE
       MOVE 0 TO WS-REC-HITS
    END-IF.
    IF MAST-ITER NUMERIC
       MOVE MAST-ITER TO WS-REC-ITER
    ELSE
       MOVE 0 TO WS-REC-ITER
    END-IF.
    IF WS-REC-HITS = 0
       ADD 1 TO WS-NEVER-HIT
    ELSE
       ADD WS-REC-HITS TO WS-MAST-HITS
       COMPUTE WS-MAST-SAVED = WS-MAST-SAVED
           + WS-REC-HITS * WS-REC-ITER
       PERFORM PLACE-TOP-ENTRY
    END-IF.
    PERFORM COUNT-AGE-BAND.
TAKE-ONE-MAST-RECORD-EXIT.
    EXIT.

*>finds where the record ranks among the most used so far and
*>slides the lower ones down a place to make room; a record that
*>ranks below a full table is simply not kept
PLACE-TOP-ENTRY.
    MOVE 0 TO WS-TP-AT.
    PERFORM FIND-TOP-SLOT
        VARYING WS-TP-SUB FROM 1 BY 1
        UNTIL WS-TP-SUB > WS-TP-CT OR WS-TP-AT > 0.
    IF WS-TP-AT = 0
       IF WS-TP-CT < WS-TP-MAX
          ADD 1 TO WS-TP-CT
          MOVE WS-TP-CT TO WS-TP-AT
       END-IF
    ELSE
       IF WS-TP-CT < WS-TP-MAX
          ADD 1 TO WS-TP-CT
       END-IF
       PERFORM SHIFT-ONE-TOP-ENTRY
           VARYING WS-TP-SUB FROM WS-TP-CT BY -1
           UNTIL WS-TP-SUB <= WS-TP-AT
    END-IF.
    IF WS-TP-AT > 0
       MOVE MAST-NUM       TO TP-NUM(WS-TP-AT)
       MOVE MAST-DEGREE    TO TP-DEGREE(WS-TP-AT)
       MOVE MAST-FUNC-CODE TO TP-FUNC(WS-TP-AT)
       MOVE WS-REC-HITS    TO TP-HITS(WS-TP-AT)
       MOVE WS-REC-ITER    TO TP-ITER(WS-TP-AT)
       IF MAST-FIRST-DATE NUMERIC
          MOVE MAST-FIRST-DATE TO TP-FIRST(WS-TP-AT)
       ELSE
          MOVE 0 TO TP-FIRST(WS-TP-AT)
       END-IF
       IF MAST-LAST-DATE NUMERIC
          MOVE MAST-LAST-DATE TO TP-LAST(WS-TP-AT)
       ELSE
          MOVE 0 TO TP-LAST(WS-TP-AT)
       END-IF
    END-IF.

FIND-TOP-SLOT.
    IF WS-REC-HITS > TP-HITS(WS-TP-SUB)
       MOVE WS-TP-SUB TO WS-TP-AT
    END-IF.

SHIFT-ONE-TOP-ENTRY.
    MOVE TP-ENTRY(WS-TP-SUB - 1) TO TP-ENTRY(WS-TP-SUB).

*>months between the run and the record's last use (first filing
*>on a record never used since) - band 6 holds the undated ones
COUNT-AGE-BAND.
    MOVE 0 TO WS-REC-LAST.
    IF MAST-LAST-DATE NUMERIC AND MAST-LAST-DATE > 0
       MOVE MAST-LAST-DATE TO WS-REC-LAST
    ELSE
       IF MAST-FIRST-DATE NUMERIC AND MAST-FIRST-DATE > 0
          MOVE MAST-FIRST-DATE TO WS-REC-LAST
       END-IF
    END-IF.
    IF WS-REC-LAST = 0
       MOVE 6 TO WS-AB-SUB
    ELSE
       COMPUTE WS-AGE-MONTHS =
           (WS-RUN-YYYY * 12 + WS-RUN-MM)
           - (WS-LAST-YYYY * 12 + WS-LAST-MM)
       EVALUATE TRUE
           WHEN WS-AGE-MONTHS < 1  MOVE 1 TO WS-AB-SUB
           WHEN WS-AGE-MONTHS < 3  MOVE 2 TO WS-AB-SUB
           WHEN WS-AGE-MONTHS < 6  MOVE 3 TO WS-AB-SUB
           WHEN WS-AGE-MONTHS < 12 MOVE 4 TO WS-AB-SUB
           WHEN OTHER              MOVE 5 TO WS-AB-SUB
       END-EVALUATE
    END-IF.
    ADD 1 TO AB-COUNT(WS-AB-SUB).

WRITE-TOP-SECTION.
    MOVE 'ENTRIES USED MOST                           ' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    IF NOT WS-MAST-AVAILABLE
       WRITE OUT-LINE FROM NO-MAST-MESS
       MOVE 4 TO WS-RC
    ELSE
       WRITE OUT-LINE FROM TOP-HEAD
       PERFORM WRITE-ONE-TOP-LINE
           VARYING WS-TP-SUB FROM 1 BY 1
           UNTIL WS-TP-SUB > WS-TP-CT
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.

WRITE-ONE-TOP-LINE.
    MOVE TP-NUM(WS-TP-SUB)    TO TL-NUM.
    MOVE TP-DEGREE(WS-TP-SUB) TO TL-DEGREE.
    MOVE TP-FUNC(WS-TP-SUB)   TO TL-FUNC.
    MOVE TP-HITS(WS-TP-SUB)   TO TL-HITS.
    MOVE TP-ITER(WS-TP-SUB)   TO TL-ITER.
    MOVE TP-FIRST(WS-TP-SUB)  TO TL-FIRST.
    MOVE TP-LAST(WS-TP-SUB)   TO TL-LAST.
    COMPUTE TL-SAVED = TP-HITS(WS-TP-SUB) * TP-ITER(WS-TP-SUB).
    WRITE OUT-LINE FROM TOP-LINE.

WRITE-SIZE-SECTION.
    MOVE 'MASTER SIZE AND AGE SINCE LAST USE          ' TO SL-TEXT.
    WRITE OUT-LINE FROM SECTION-LINE.
    MOVE 'RECORDS ON THE MASTER             ' TO CL-LABEL.
    MOVE WS-MAST-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RECORDS NEVER HIT                 ' TO CL-LABEL.
    MOVE WS-NEVER-HIT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'LOOKUPS ANSWERED (HIT COUNTS)     ' TO CL-LABEL.
    MOVE WS-MAST-HITS TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'EST ITERATIONS SAVED (LIFETIME)   ' TO CL-LABEL.
    MOVE WS-MAST-SAVED TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  LAST USED THIS MONTH            ' TO CL-LABEL.
    MOVE AB-COUNT(1) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  LAST USED 1-2 MONTHS AGO        ' TO CL-LABEL.
    MOVE AB-COUNT(2) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  LAST USED 3-5 MONTHS AGO        ' TO CL-LABEL.
    MOVE AB-COUNT(3) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  LAST USED 6-11 MONTHS AGO       ' TO CL-LABEL.
    MOVE AB-COUNT(4) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  LAST USED 12 OR MORE MONTHS AGO ' TO CL-LABEL.
    MOVE AB-COUNT(5) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE '  NO USAGE DATE                   ' TO CL-LABEL.
    MOVE AB-COUNT(6) TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
