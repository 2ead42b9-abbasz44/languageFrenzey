IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtbkup.

*>end-of-day backup of the night run's control files.  RUNCTL,
*>SUBMREG, CLNTMAST, RSLTMAST, SUSPFILE, SQRTCKPT, CALCCFG and
*>OPERPROF all have to agree with one another - a RUNCTL from
*>yesterday next to today's SUBMREG repeats run numbers and lets
*>registered submissions run again, and a SUSPFILE from a
*>different day loses open suspense items - so they are never
*>backed up one at a time.  This program runs once the night's
*>work is over (after SQRTRFIL) and copies all eight, as one set,
*>under the run number RUNCTL stands at, listing every file with
*>its record count on the BKUPDIR manifest (BKUPDIR.CPY).  A file
*>the night run can do without that isn't there is noted on the
*>manifest as absent, so a restore knows the set had none.  A
*>second backup under the same run number (a day with no night
*>run, say) replaces the first - it is the later state of the
*>same run.
*>
*>Each snapshot is kept for the days below, or what the BKUPRETN
*>member says, counted from the day it was taken; one past that
*>is emptied and dropped from the manifest.  SQRTRSTR brings a
*>chosen snapshot back.  Condition code 4 when a file the night
*>run needs was not there to copy, 8 when RUNCTL holds no run
*>number or the manifest is past the table, 12 when a snapshot
*>file or the manifest could not be written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RCTL-FILE-STATUS.
*>days a snapshot is kept - absent, the default below stands,
*>same optional pattern as RPTRETN
SELECT RETN-PARM-FILE ASSIGN TO "BKUPRETN"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT BACKUP-DIR-FILE ASSIGN TO "BKUPDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BDIR-FILE-STATUS.
*>one SELECT for the seven sequential control files and one for
*>their snapshots, named at run time - the file's DD name, and
*>the snapshot's name off the manifest - the way SQRTRFIL files
*>its reports
SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LIVE-FILE-STATUS.
SELECT SNAP-FILE ASSIGN TO WS-SNAP-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SNAP-FILE-STATUS.
*>the keyed results master - read in key order, never updated
SELECT RESULT-MAST-FILE ASSIGN TO "RSLTMAST"
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY IS MAST-KEY
    FILE STATUS IS MAST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "BKUPRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUN-CTL-FILE.
  01 run-ctl-line pic X(80).

FD RETN-PARM-FILE.
  01 retn-parm-line pic X(80).

FD BACKUP-DIR-FILE.
  01 backup-dir-line pic X(80).

FD LIVE-FILE.
  01 live-line pic X(132).

FD SNAP-FILE.
  01 snap-line pic X(132).

FD RESULT-MAST-FILE.
    COPY "mastrec.cpy".

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "runrec.cpy".
COPY "bkupdir.cpy".

77 RCTL-FILE-STATUS PIC X(02) VALUE SPACES.
77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 BDIR-FILE-STATUS PIC X(02) VALUE SPACES.
77 LIVE-FILE-STATUS PIC X(02) VALUE SPACES.
77 SNAP-FILE-STATUS PIC X(02) VALUE SPACES.
77 MAST-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
77 WS-RUN-TIME      PIC 9(8) VALUE ZEROES.

77 WS-BS-MAX     PIC 9(2) VALUE 8.
77 WS-BS-SUB     PIC 9(2) VALUE 0.

*>days a snapshot is kept unless BKUPRETN says otherwise - five
*>weeks, long enough to go back past a month-end
77 WS-KEEP-DAYS    PIC 9(4) VALUE 0035.
01 RETN-PARM-REC.
   02 RP-KEEP-DAYS PIC 9(04).

*>the run the set is taken under, off RUNCTL
77 WS-RCTL-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-RCTL-SEEN            VALUE 'Y'.
77 WS-SNAP-RUN-NO  PIC 9(6) VALUE 0.

*>the manifest as read, updated, and written back whole - D on an
*>entry replaced tonight or past its retention, which is left off
*>the rewrite
77 WS-DT-MAX     PIC 9(4) VALUE 2000.
77 WS-DT-CT      PIC 9(4) VALUE 0.
77 WS-DT-SUB     PIC 9(4) VALUE 0.
77 WS-DT-LOADED  PIC 9(4) VALUE 0.
77 WS-DT-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-DT-FULL              VALUE 'Y'.
01 BACKUP-DIR-TABLE.
   02 DT-ENTRY OCCURS 2000 TIMES.
      03 DT-RUN-NO     PIC 9(06).
      03 DT-BKUP-DATE  PIC 9(08).
      03 DT-BKUP-TIME  PIC 9(08).
      03 DT-FILE       PIC X(08).
      03 DT-SNAP-FILE  PIC X(08).
      03 DT-RECORDS    PIC 9(07).
      03 DT-PRESENT    PIC X(01).
      03 DT-DROP       PIC X(01).

77 WS-LIVE-NAME    PIC X(08) VALUE SPACES.
01 WS-SNAP-NAME.
   02 WS-SNAP-PREFIX PIC X(01) VALUE 'B'.
   02 WS-SNAP-LETTER PIC X(01) VALUE SPACE.
   02 WS-SNAP-RUN    PIC 9(06) VALUE 0.
77 WS-COPY-CT      PIC 9(7) VALUE 0.
77 WS-WRITE-FAIL-SW PIC X(01) VALUE 'N'.
   88 WS-WRITE-FAILED         VALUE 'Y'.
77 WS-SNAP-PRESENT PIC X(01) VALUE SPACE.

*>a snapshot's age in days - the same 30-day-month reckoning
*>SQRTRFIL's retention uses
01 WS-TODAY        PIC 9(8) VALUE 0.
01 WS-TODAY-PARTS REDEFINES WS-TODAY.
   02 TD-YYYY PIC 9(4).
   02 TD-MM   PIC 9(2).
   02 TD-DD   PIC 9(2).
01 WS-TAKEN-DATE   PIC 9(8) VALUE 0.
01 WS-TAKEN-PARTS REDEFINES WS-TAKEN-DATE.
   02 TK-YYYY PIC 9(4).
   02 TK-MM   PIC 9(2).
   02 TK-DD   PIC 9(2).
77 WS-AGE-DAYS     PIC S9(7) VALUE 0.

77 WS-COPIED-CT    PIC 9(5) VALUE 0.
77 WS-ABSENT-CT    PIC 9(5) VALUE 0.
77 WS-EXPIRED-CT   PIC 9(5) VALUE 0.
77 WS-HELD-CT      PIC 9(5) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'CONTROL FILE BACKUP       '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 RUN-LINE.
   02 FILLER PIC X(20) VALUE 'SNAPSHOT UNDER RUN  '.
   02 RL-RUN-NO PIC 9(06).
   02 FILLER PIC X(12) VALUE '  KEPT DAYS '.
   02 RL-KEEP-DAYS PIC ZZZ9.

01 BACKUP-HEADS.
   02 FILLER PIC X(12) VALUE 'ACTION      '.
   02 FILLER PIC X(10) VALUE 'FILE      '.
   02 FILLER PIC X(10) VALUE 'SNAPSHOT  '.
   02 FILLER PIC X(8)  VALUE '   RUN  '.
   02 FILLER PIC X(12) VALUE 'TAKEN       '.
   02 FILLER PIC X(9)  VALUE 'RECORDS  '.
   02 FILLER PIC X(30) VALUE 'NOTE                          '.

01 BACKUP-LINE.
   02 BL-ACTION  PIC X(10).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-FILE    PIC X(08).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-SNAP    PIC X(08).
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-RUN-NO  PIC ZZZZZ9.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-TAKEN   PIC 9999/99/99 BLANK WHEN ZERO.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-RECORDS PIC ZZZZZZ9.
   02 FILLER     PIC X(2) VALUE SPACES.
   02 BL-NOTE    PIC X(30).

01 NO-RUN-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RUN NUMBER ON RUNCTL - NOTHING BACKED UP '.

01 DIR-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'BKUPDIR EXCEEDS TABLE - NOTHING BACKED UP   '.

01 DIR-FAIL-MESS.
   02 FILLER PIC X(44) VALUE
      'BKUPDIR COULD NOT BE REWRITTEN - CHECK FILES'.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    MOVE WS-RUN-DATE TO WS-TODAY.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-RETENTION.
    PERFORM READ-RUN-CONTROL.
    IF NOT WS-RCTL-SEEN OR WS-SNAP-RUN-NO = 0
       WRITE OUT-LINE FROM NO-RUN-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    MOVE WS-SNAP-RUN-NO TO RL-RUN-NO.
    MOVE WS-KEEP-DAYS TO RL-KEEP-DAYS.
    WRITE OUT-LINE FROM RUN-LINE.
    PERFORM LOAD-BACKUP-DIR.
*>the set goes on whole or not at all - room for all eight lines
*>is made sure of before the first file is copied
    IF WS-DT-FULL OR WS-DT-CT + WS-BS-MAX > WS-DT-MAX
       WRITE OUT-LINE FROM DIR-FULL-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    MOVE WS-DT-CT TO WS-DT-LOADED.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM BACKUP-HEADS.
    PERFORM DROP-EARLIER-SNAPSHOT
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-LOADED.
    PERFORM BACKUP-ONE-FILE THRU BACKUP-ONE-FILE-EXIT
        VARYING WS-BS-SUB FROM 1 BY 1
        UNTIL WS-BS-SUB > WS-BS-MAX.
    PERFORM EXPIRE-ONE-ENTRY THRU EXPIRE-ONE-ENTRY-EXIT
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-LOADED.
    PERFORM REWRITE-BACKUP-DIR THRU REWRITE-BACKUP-DIR-EXIT.
    PERFORM WRITE-BACKUP-COUNTS.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>a mis-keyed day count must not turn into a garbage retention -
*>the line stands only when the days really are a number, and
*>never at zero, which would leave nothing but tonight's
*>snapshot to go back to
READ-RETENTION.
    OPEN INPUT RETN-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       MOVE SPACES TO RETN-PARM-REC
       READ RETN-PARM-FILE INTO RETN-PARM-REC
           AT END CONTINUE
       END-READ
       IF RP-KEEP-DAYS NUMERIC AND RP-KEEP-DAYS > 0
          MOVE RP-KEEP-DAYS TO WS-KEEP-DAYS
       END-IF
       CLOSE RETN-PARM-FILE
    END-IF.

*>the last run number handed out is the run the set belongs to
READ-RUN-CONTROL.
    OPEN INPUT RUN-CTL-FILE.
    IF RCTL-FILE-STATUS = '00'
       MOVE SPACES TO RUN-CTL-REC
       READ RUN-CTL-FILE INTO RUN-CTL-REC
           AT END CONTINUE
       END-READ
       IF RCTL-FILE-STATUS = '00' AND RUN-LAST-NO NUMERIC
          SET WS-RCTL-SEEN TO TRUE
          MOVE RUN-LAST-NO TO WS-SNAP-RUN-NO
       END-IF
       CLOSE RUN-CTL-FILE
    END-IF.

*>no manifest yet is an empty backup library - the first night's
*>backup creates it
LOAD-BACKUP-DIR.
    OPEN INPUT BACKUP-DIR-FILE.
    IF BDIR-FILE-STATUS = '00'
       PERFORM LOAD-ONE-DIR-ENTRY
           UNTIL BDIR-FILE-STATUS NOT = '00' OR WS-DT-FULL
       CLOSE BACKUP-DIR-FILE
    END-IF.

LOAD-ONE-DIR-ENTRY.
    MOVE SPACES TO BACKUP-DIR-REC.
    READ BACKUP-DIR-FILE INTO BACKUP-DIR-REC
        AT END CONTINUE
    END-READ.
    IF BDIR-FILE-STATUS = '00' AND BD-SNAP-FILE NOT = SPACES
       IF WS-DT-CT < WS-DT-MAX
          ADD 1 TO WS-DT-CT
          PERFORM TAKE-DIR-ENTRY
       ELSE
          SET WS-DT-FULL TO TRUE
       END-IF
    END-IF.

TAKE-DIR-ENTRY.
    IF BD-RUN-NO NUMERIC
       MOVE BD-RUN-NO TO DT-RUN-NO(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-RUN-NO(WS-DT-CT)
    END-IF.
    IF BD-BKUP-DATE NUMERIC
       MOVE BD-BKUP-DATE TO DT-BKUP-DATE(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-BKUP-DATE(WS-DT-CT)
    END-IF.
    IF BD-BKUP-TIME NUMERIC
       MOVE BD-BKUP-TIME TO DT-BKUP-TIME(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-BKUP-TIME(WS-DT-CT)
    END-IF.
    MOVE BD-FILE      TO DT-FILE(WS-DT-CT).
    MOVE BD-SNAP-FILE TO DT-SNAP-FILE(WS-DT-CT).
    IF BD-RECORDS NUMERIC
       MOVE BD-RECORDS TO DT-RECORDS(WS-DT-CT)
    ELSE
       MOVE 0 TO DT-RECORDS(WS-DT-CT)
    END-IF.
    MOVE BD-PRESENT TO DT-PRESENT(WS-DT-CT).
    MOVE 'N' TO DT-DROP(WS-DT-CT).

*>an earlier snapshot under tonight's run number is replaced
*>whole, so a file absent tonight leaves no stale line behind
DROP-EARLIER-SNAPSHOT.
    IF DT-RUN-NO(WS-DT-SUB) = WS-SNAP-RUN-NO
       MOVE 'D' TO DT-DROP(WS-DT-SUB)
    END-IF.

*>one control file into the snapshot.  A file that isn't there is
*>put on the manifest as absent - warned of only when the night
*>run can't do without it
BACKUP-ONE-FILE.
    MOVE BS-FILE(WS-BS-SUB) TO WS-LIVE-NAME.
    MOVE BS-LETTER(WS-BS-SUB) TO WS-SNAP-LETTER.
    MOVE WS-SNAP-RUN-NO TO WS-SNAP-RUN.
    MOVE BS-FILE(WS-BS-SUB) TO BL-FILE.
    MOVE WS-SNAP-NAME TO BL-SNAP.
    MOVE WS-SNAP-RUN-NO TO BL-RUN-NO.
    MOVE WS-RUN-DATE TO BL-TAKEN.
    MOVE 0 TO BL-RECORDS.
    MOVE 0 TO WS-COPY-CT.
    IF BS-KEYED-FILE(WS-BS-SUB)
       OPEN INPUT RESULT-MAST-FILE
       MOVE MAST-FILE-STATUS TO LIVE-FILE-STATUS
    ELSE
       OPEN INPUT LIVE-FILE
    END-IF.
    IF LIVE-FILE-STATUS NOT = '00'
       MOVE 'A' TO WS-SNAP-PRESENT
       PERFORM ADD-DIR-ENTRY
       MOVE 'ABSENT    ' TO BL-ACTION
       IF BS-FILE-OPTIONAL(WS-BS-SUB)
          MOVE 'NOT IN USE - NOTED AS ABSENT  ' TO BL-NOTE
       ELSE
          MOVE 'NEEDED BY THE NIGHT RUN       ' TO BL-NOTE
          IF WS-RC < 4
             MOVE 4 TO WS-RC
          END-IF
       END-IF
       WRITE OUT-LINE FROM BACKUP-LINE
       ADD 1 TO WS-ABSENT-CT
       GO TO BACKUP-ONE-FILE-EXIT
    END-IF.
    OPEN OUTPUT SNAP-FILE.
    IF SNAP-FILE-STATUS NOT = '00'
       PERFORM CLOSE-LIVE-FILE
       MOVE 'NOT COPIED' TO BL-ACTION
       MOVE 'SNAPSHOT NOT WRITTEN          ' TO BL-NOTE
       WRITE OUT-LINE FROM BACKUP-LINE
       MOVE 12 TO WS-RC
       GO TO BACKUP-ONE-FILE-EXIT
    END-IF.
    MOVE 'N' TO WS-EOF-SW.
    MOVE 'N' TO WS-WRITE-FAIL-SW.
    IF BS-KEYED-FILE(WS-BS-SUB)
       PERFORM COPY-ONE-MASTER UNTIL FILE-EOF
    ELSE
       PERFORM COPY-ONE-LINE UNTIL FILE-EOF
    END-IF.
    PERFORM CLOSE-LIVE-FILE.
    CLOSE SNAP-FILE.
*>a snapshot cut short stays off the manifest, the same as one
*>that could not be opened - a restore then finds the set short
*>and touches nothing
    IF WS-WRITE-FAILED
       MOVE 'NOT COPIED' TO BL-ACTION
       MOVE WS-COPY-CT TO BL-RECORDS
       MOVE 'SNAPSHOT WRITE FAILED         ' TO BL-NOTE
       WRITE OUT-LINE FROM BACKUP-LINE
       MOVE 12 TO WS-RC
       GO TO BACKUP-ONE-FILE-EXIT
    END-IF.
    MOVE 'P' TO WS-SNAP-PRESENT.
    PERFORM ADD-DIR-ENTRY.
    MOVE 'COPIED    ' TO BL-ACTION.
    MOVE WS-COPY-CT TO BL-RECORDS.
    MOVE SPACES TO BL-NOTE.
    WRITE OUT-LINE FROM BACKUP-LINE.
    ADD 1 TO WS-COPIED-CT.
BACKUP-ONE-FILE-EXIT.
    EXIT.

CLOSE-LIVE-FILE.
    IF BS-KEYED-FILE(WS-BS-SUB)
       CLOSE RESULT-MAST-FILE
    ELSE
       CLOSE LIVE-FILE
    END-IF.

COPY-ONE-LINE.
    READ LIVE-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       WRITE SNAP-LINE FROM LIVE-LINE
       PERFORM CHECK-SNAP-WRITE
    END-IF.

*>the master's record images in key order, one per line - the
*>order SQRTRSTR loads them back in
COPY-ONE-MASTER.
    READ RESULT-MAST-FILE NEXT RECORD
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE SPACES TO SNAP-LINE
       MOVE RESULT-MAST-REC TO SNAP-LINE
       WRITE SNAP-LINE
       PERFORM CHECK-SNAP-WRITE
    END-IF.

*>a line the snapshot did not take ends the copy there
CHECK-SNAP-WRITE.
    IF SNAP-FILE-STATUS NOT = '00'
       SET WS-WRITE-FAILED TO TRUE
       SET FILE-EOF TO TRUE
    ELSE
       ADD 1 TO WS-COPY-CT
    END-IF.

ADD-DIR-ENTRY.
    ADD 1 TO WS-DT-CT.
    MOVE WS-SNAP-RUN-NO TO DT-RUN-NO(WS-DT-CT).
    MOVE WS-RUN-DATE TO DT-BKUP-DATE(WS-DT-CT).
    MOVE WS-RUN-TIME TO DT-BKUP-TIME(WS-DT-CT).
    MOVE BS-FILE(WS-BS-SUB) TO DT-FILE(WS-DT-CT).
    MOVE WS-SNAP-NAME TO DT-SNAP-FILE(WS-DT-CT).
    MOVE WS-COPY-CT TO DT-RECORDS(WS-DT-CT).
    MOVE WS-SNAP-PRESENT TO DT-PRESENT(WS-DT-CT).
    MOVE 'N' TO DT-DROP(WS-DT-CT).

*>a snapshot past its retention is emptied and left off the
*>manifest, file by file.  Tonight's run is never expired, and an
*>entry already replaced tonight is not expired twice
EXPIRE-ONE-ENTRY.
    IF DT-DROP(WS-DT-SUB) = 'D'
       OR DT-BKUP-DATE(WS-DT-SUB) = 0
       GO TO EXPIRE-ONE-ENTRY-EXIT
    END-IF.
    MOVE DT-BKUP-DATE(WS-DT-SUB) TO WS-TAKEN-DATE.
    COMPUTE WS-AGE-DAYS
        = (TD-YYYY - TK-YYYY) * 365
        + (TD-MM - TK-MM) * 30
        + (TD-DD - TK-DD).
    IF WS-AGE-DAYS NOT > WS-KEEP-DAYS
       GO TO EXPIRE-ONE-ENTRY-EXIT
    END-IF.
    MOVE 'D' TO DT-DROP(WS-DT-SUB).
    IF DT-PRESENT(WS-DT-SUB) = 'P'
       MOVE DT-SNAP-FILE(WS-DT-SUB) TO WS-SNAP-NAME
       OPEN OUTPUT SNAP-FILE
       IF SNAP-FILE-STATUS = '00'
          CLOSE SNAP-FILE
       END-IF
    END-IF.
    MOVE 'EXPIRED   ' TO BL-ACTION.
    MOVE DT-FILE(WS-DT-SUB) TO BL-FILE.
    MOVE DT-SNAP-FILE(WS-DT-SUB) TO BL-SNAP.
    MOVE DT-RUN-NO(WS-DT-SUB) TO BL-RUN-NO.
    MOVE DT-BKUP-DATE(WS-DT-SUB) TO BL-TAKEN.
    MOVE DT-RECORDS(WS-DT-SUB) TO BL-RECORDS.
    MOVE SPACES TO BL-NOTE.
    WRITE OUT-LINE FROM BACKUP-LINE.
    ADD 1 TO WS-EXPIRED-CT.
EXPIRE-ONE-ENTRY-EXIT.
    EXIT.

*>the manifest back out whole, replaced and expired entries left
*>off
REWRITE-BACKUP-DIR.
    OPEN OUTPUT BACKUP-DIR-FILE.
    IF BDIR-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM DIR-FAIL-MESS
       MOVE 12 TO WS-RC
       GO TO REWRITE-BACKUP-DIR-EXIT
    END-IF.
    MOVE 'N' TO WS-WRITE-FAIL-SW.
    PERFORM WRITE-ONE-DIR-ENTRY
        VARYING WS-DT-SUB FROM 1 BY 1
        UNTIL WS-DT-SUB > WS-DT-CT OR WS-WRITE-FAILED.
    CLOSE BACKUP-DIR-FILE.
    IF WS-WRITE-FAILED
       WRITE OUT-LINE FROM DIR-FAIL-MESS
       MOVE 12 TO WS-RC
    END-IF.
REWRITE-BACKUP-DIR-EXIT.
    EXIT.

WRITE-ONE-DIR-ENTRY.
    IF DT-DROP(WS-DT-SUB) NOT = 'D'
       MOVE SPACES TO BACKUP-DIR-REC
       MOVE DT-RUN-NO(WS-DT-SUB)    TO BD-RUN-NO
       MOVE DT-BKUP-DATE(WS-DT-SUB) TO BD-BKUP-DATE
       MOVE DT-BKUP-TIME(WS-DT-SUB) TO BD-BKUP-TIME
       MOVE DT-FILE(WS-DT-SUB)      TO BD-FILE
       MOVE DT-SNAP-FILE(WS-DT-SUB) TO BD-SNAP-FILE
       MOVE DT-RECORDS(WS-DT-SUB)   TO BD-RECORDS
       MOVE DT-PRESENT(WS-DT-SUB)   TO BD-PRESENT
       WRITE BACKUP-DIR-LINE FROM BACKUP-DIR-REC
       IF BDIR-FILE-STATUS NOT = '00'
          SET WS-WRITE-FAILED TO TRUE
       ELSE
          ADD 1 TO WS-HELD-CT
       END-IF
    END-IF.

WRITE-BACKUP-COUNTS.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'FILES COPIED INTO THE SNAPSHOT    ' TO CL-LABEL.
    MOVE WS-COPIED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'FILES ABSENT, NOTED ON MANIFEST   ' TO CL-LABEL.
    MOVE WS-ABSENT-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SNAPSHOT FILES EXPIRED            ' TO CL-LABEL.
    MOVE WS-EXPIRED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'MANIFEST LINES HELD               ' TO CL-LABEL.
    MOVE WS-HELD-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
