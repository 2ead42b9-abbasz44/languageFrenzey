IDENTIFICATION DIVISION.
PROGRAM-ID. rsltprg.

*>aging purge for the RSLTMAST results master.  The batch readers
*>file every new value they compute and nothing ever took one off,
*>so the master only grew.  Each record now carries the date it
*>last answered a lookup (MAST-LAST-DATE); this job walks the
*>master and removes every record not used in the number of
*>months PURGPARM names, listing each one on RSLTPRGR.  PURGPARM
*>is one line:
*>  columns 1-3  months without use before a record goes (001-999)
*>  column  5    L to list what would go without removing anything,
*>               anything else purges
*>A record with no usable date at all (filed before usage was
*>kept and never touched since) is kept and counted - RSLTCHK's
*>rebuild dates every record.  No PURGPARM, or months that are not
*>a number above zero, purges nothing: condition code 8, as for a
*>master that cannot be opened.  Condition code 4 when a delete
*>failed.  Run with the batch jobs down, as RSLTCHK is.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>dynamic access so the walk can READ NEXT and delete in place
SELECT RESULT-MAST-FILE ASSIGN TO "RSLTMAST"
    ORGANIZATION INDEXED
    ACCESS MODE DYNAMIC
    RECORD KEY IS MAST-KEY
    FILE STATUS IS MAST-FILE-STATUS.
SELECT PURGE-PARM-FILE ASSIGN TO "PURGPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "RSLTPRGR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RESULT-MAST-FILE.
    COPY "mastrec.cpy".

FD PURGE-PARM-FILE.
  01 purge-parm-line pic X(80).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
77 MAST-FILE-STATUS PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.

*>the parm line as keyed
01 PURGE-PARM-REC.
   02 PP-MONTHS-X   PIC X(03).
   02 PP-MONTHS REDEFINES PP-MONTHS-X PIC 9(03).
   02 FILLER        PIC X(01).
   02 PP-MODE       PIC X(01).
   02 FILLER        PIC X(75).
77 WS-PARM-OK-SW    PIC X(01) VALUE 'N'.
   88 WS-PARM-OK              VALUE 'Y'.
77 WS-MONTHS        PIC 9(03) VALUE 0.
*>list-only leaves the master exactly as it was
77 WS-MODE          PIC X(01) VALUE 'P'.
   88 WS-MODE-LIST            VALUE 'L'.
   88 WS-MODE-PURGE           VALUE 'P'.

*>the cutoff - the run date taken back the parm's months, same
*>day of the month; a record last used before it goes
01 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
   02 WS-RUN-YYYY   PIC 9(4).
   02 WS-RUN-MM     PIC 9(2).
   02 WS-RUN-DD     PIC 9(2).
01 WS-CUTOFF-DATE   PIC 9(8) VALUE ZEROES.
01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
   02 WS-CUT-YYYY   PIC 9(4).
   02 WS-CUT-MM     PIC 9(2).
   02 WS-CUT-DD     PIC 9(2).
77 WS-MONTH-INDEX   PIC 9(6) VALUE 0.
77 WS-MONTH-REM     PIC 9(2) VALUE 0.
*>the date the record is judged by - last used, or first filed on
*>a record that has never been used since it was filed
77 WS-USED-DATE     PIC 9(8) VALUE 0.

77 WS-READ-COUNT    PIC 9(7) VALUE 0.
77 WS-PURGE-COUNT   PIC 9(7) VALUE 0.
77 WS-KEPT-COUNT    PIC 9(7) VALUE 0.
77 WS-UNDATED-COUNT PIC 9(7) VALUE 0.
77 WS-FAIL-COUNT    PIC 9(7) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'RESULTS MASTER AGING PURGE'.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 MODE-LINE.
   02 FILLER PIC X(5) VALUE 'MODE '.
   02 ML-MODE PIC X(30).

01 CUTOFF-LINE.
   02 FILLER PIC X(17) VALUE 'NOT USED IN LAST '.
   02 CO-MONTHS PIC ZZ9.
   02 FILLER PIC X(27) VALUE ' MONTHS - LAST USED BEFORE '.
   02 CO-DATE PIC 9999/99/99.

01 DETAIL-HEAD.
   02 FILLER PIC X(20) VALUE '               VALUE'.
   02 FILLER PIC X(16) VALUE '  DG F    HITS  '.
   02 FILLER PIC X(30) VALUE 'FIRST       LAST USED   ACTION'.

01 DETAIL-LINE.
   02 FILLER PIC X VALUE SPACE.
   02 DL-NUM PIC -(11)9.9(6).
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-DEGREE PIC Z9.
   02 FILLER PIC X VALUE SPACE.
   02 DL-FUNC PIC X(01).
   02 FILLER PIC X VALUE SPACE.
   02 DL-HITS PIC Z(6)9.
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-FIRST PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-LAST PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 DL-ACTION PIC X(8).

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 NO-PARM-MESS.
   02 FILLER PIC X(44) VALUE
      'PURGPARM MISSING OR MONTHS NOT A NUMBER > 0 '.
   02 FILLER PIC X(20) VALUE '- NOTHING PURGED    '.

01 NO-MAST-MESS.
   02 FILLER PIC X(44) VALUE
      'RSLTMAST COULD NOT BE OPENED - NOTHING DONE '.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-PURGE-PARMS.
    IF NOT WS-PARM-OK
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM SET-CUTOFF-DATE.
    PERFORM PURGE-MASTER THRU PURGE-MASTER-EXIT.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>the months and the mode off PURGPARM - a missing member or a
*>months column that is not a number above zero purges nothing,
*>since the safe reading of a bad parm is the one that destroys
*>nothing
READ-PURGE-PARMS.
    OPEN INPUT PURGE-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       READ PURGE-PARM-FILE INTO PURGE-PARM-REC
           AT END CONTINUE
       END-READ
       IF PARM-FILE-STATUS = '00'
          IF PP-MONTHS-X NUMERIC AND PP-MONTHS > 0
             MOVE PP-MONTHS TO WS-MONTHS
             SET WS-PARM-OK TO TRUE
          END-IF
          IF PP-MODE = 'L' OR PP-MODE = 'l'
             SET WS-MODE-LIST TO TRUE
          END-IF
       END-IF
       CLOSE PURGE-PARM-FILE
    END-IF.
    IF WS-MODE-LIST
       MOVE 'LIST ONLY - NOTHING REMOVED    ' TO ML-MODE
    ELSE
       MOVE 'PURGE                         ' TO ML-MODE
    END-IF.
    WRITE OUT-LINE FROM MODE-LINE.

*>counts whole months back on a year*12+month index, so January
*>less one month is December of the year before
SET-CUTOFF-DATE.
    COMPUTE WS-MONTH-INDEX = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
        - WS-MONTHS.
    DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUT-YYYY
        REMAINDER WS-MONTH-REM.
    COMPUTE WS-CUT-MM = WS-MONTH-REM + 1.
    MOVE WS-RUN-DD TO WS-CUT-DD.
    MOVE WS-MONTHS TO CO-MONTHS.
    MOVE WS-CUTOFF-DATE TO CO-DATE.
    WRITE OUT-LINE FROM CUTOFF-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.

PURGE-MASTER.
    OPEN I-O RESULT-MAST-FILE.
    IF MAST-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-MAST-MESS
       MOVE 8 TO WS-RC
       GO TO PURGE-MASTER-EXIT
    END-IF.
    WRITE OUT-LINE FROM DETAIL-HEAD.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM AGE-ONE-RECORD THRU AGE-ONE-RECORD-EXIT
        UNTIL FILE-EOF.
    CLOSE RESULT-MAST-FILE.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'RECORDS ON THE MASTER             ' TO CL-LABEL.
    MOVE WS-READ-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF WS-MODE-LIST
       MOVE 'RECORDS THAT WOULD BE PURGED      ' TO CL-LABEL
    ELSE
       MOVE 'RECORDS PURGED                    ' TO CL-LABEL
    END-IF.
    MOVE WS-PURGE-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RECORDS KEPT (USED SINCE CUTOFF)  ' TO CL-LABEL.
    MOVE WS-KEPT-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RECORDS KEPT WITH NO USAGE DATE   ' TO CL-LABEL.
    MOVE WS-UNDATED-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'DELETES THAT FAILED               ' TO CL-LABEL.
    MOVE WS-FAIL-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF WS-FAIL-COUNT > 0
       MOVE 4 TO WS-RC
    END-IF.
PURGE-MASTER-EXIT.
    EXIT.

AGE-ONE-RECORD.
    READ RESULT-MAST-FILE NEXT RECORD
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF FILE-EOF
       GO TO AGE-ONE-RECORD-EXIT
    END-IF.
    ADD 1 TO WS-READ-COUNT.
    MOVE 0 TO WS-USED-DATE.
    IF MAST-LAST-DATE NUMERIC AND MAST-LAST-DATE > 0
       MOVE MAST-LAST-DATE TO WS-USED-DATE
    ELSE
       IF MAST-FIRST-DATE NUMERIC AND MAST-FIRST-DATE > 0
          MOVE MAST-FIRST-DATE TO WS-USED-DATE
       END-IF
    END-IF.
    IF WS-USED-DATE = 0
       ADD 1 TO WS-UNDATED-COUNT
       GO TO AGE-ONE-RECORD-EXIT
    END-IF.
    IF WS-USED-DATE NOT < WS-CUTOFF-DATE
       ADD 1 TO WS-KEPT-COUNT
       GO TO AGE-ONE-RECORD-EXIT
    END-IF.
    PERFORM PURGE-ONE-RECORD.
AGE-ONE-RECORD-EXIT.
    EXIT.

PURGE-ONE-RECORD.
    MOVE MAST-NUM       TO DL-NUM.
    MOVE MAST-DEGREE    TO DL-DEGREE.
    MOVE MAST-FUNC-CODE TO DL-FUNC.
    IF MAST-HIT-COUNT NUMERIC
       MOVE MAST-HIT-COUNT TO DL-HITS
    ELSE
       MOVE 0 TO DL-HITS
    END-IF.
    IF MAST-FIRST-DATE NUMERIC
       MOVE MAST-FIRST-DATE TO DL-FIRST
    ELSE
       MOVE 0 TO DL-FIRST
    END-IF.
    MOVE WS-USED-DATE TO DL-LAST.
    IF WS-MODE-LIST
       ADD 1 TO WS-PURGE-COUNT
       MOVE 'LISTED  ' TO DL-ACTION
    ELSE
       DELETE RESULT-MAST-FILE
       END-DELETE
       IF MAST-FILE-STATUS = '00'
          ADD 1 TO WS-PURGE-COUNT
          MOVE 'PURGED  ' TO DL-ACTION
       ELSE
          ADD 1 TO WS-FAIL-COUNT
          MOVE 'DEL FAIL' TO DL-ACTION
       END-IF
    END-IF.
    WRITE OUT-LINE FROM DETAIL-LINE.
