IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtrstr.

*>point-in-time restore of the night run's control files.  Brings
*>RUNCTL, SUBMREG, CLNTMAST, RSLTMAST, SUSPFILE, SQRTCKPT, CALCCFG
*>and OPERPROF back, all together, to the SQRTBKUP snapshot taken
*>under the run number on the RSTRPARM card - restoring one of
*>them alone from a different day is how run numbers come to
*>repeat and suspense items to vanish, so a snapshot is restored
*>whole or not at all.  Every snapshot file is first counted
*>against the BKUPDIR manifest; one missing or short and nothing
*>is touched.  A file the snapshot noted as absent is left as it
*>stands, and said so if it is there now.
*>
*>Once the set is back it is checked against what the night run
*>will meet: the last RUNCTL number against the last run on
*>SQRTSTAT (and on the parallel streams' stat files, when the
*>job supplies them), every open SUSPFILE item against the runs
*>those files know of, and SQRTCKPT for a restart point left
*>set.  The RSTRRPT report says what was restored and what still
*>needs attention before the next night run.  Condition code 0
*>when the set is back and agrees, 4 when there are attention
*>items, 8 when no snapshot was asked for or none is on the
*>manifest, 12 when the snapshot is incomplete (nothing
*>restored) or a file could not be written back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>the run number of the snapshot to restore - columns 1-6
SELECT RSTR-PARM-FILE ASSIGN TO "RSTRPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT BACKUP-DIR-FILE ASSIGN TO "BKUPDIR"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS BDIR-FILE-STATUS.
*>one SELECT for the seven sequential control files (and, after
*>the restore, the stat files the checks read) and one for the
*>snapshots, named at run time the way SQRTBKUP names them
SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LIVE-FILE-STATUS.
SELECT SNAP-FILE ASSIGN TO WS-SNAP-NAME
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SNAP-FILE-STATUS.
*>the keyed results master - rebuilt from the snapshot's images,
*>which SQRTBKUP wrote in key order
SELECT RESULT-MAST-FILE ASSIGN TO "RSLTMAST"
    ORGANIZATION INDEXED
    ACCESS MODE SEQUENTIAL
    RECORD KEY IS MAST-KEY
    FILE STATUS IS MAST-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "RSTRRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD RSTR-PARM-FILE.
  01 rstr-parm-line pic X(80).

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
COPY "statrec.cpy".
COPY "susprec.cpy".
COPY "ckptrec.cpy".
COPY "bkupdir.cpy".

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

*>the RSTRPARM card
01 RSTR-PARM-REC.
   02 RSP-RUN-NO   PIC 9(06).
77 WS-RSTR-RUN-NO  PIC 9(6) VALUE 0.

*>the snapshot's manifest lines, one per file of the set, in the
*>order of BACKUP-SET-TABLE
77 WS-BS-MAX     PIC 9(2) VALUE 8.
77 WS-BS-SUB     PIC 9(2) VALUE 0.
77 WS-BS-USE     PIC 9(2) VALUE 0.
01 SNAP-SET-TABLE.
   02 SN-ENTRY OCCURS 8 TIMES.
      03 SN-FOUND      PIC X(01).
      03 SN-PRESENT    PIC X(01).
      03 SN-SNAP-FILE  PIC X(08).
      03 SN-RECORDS    PIC 9(07).
77 WS-SNAP-DATE    PIC 9(8) VALUE 0.
01 WS-SNAP-TIME    PIC 9(8) VALUE 0.
01 WS-SNAP-TIME-PARTS REDEFINES WS-SNAP-TIME.
   02 ST-HHMMSS PIC 9(6).
   02 ST-CC     PIC 9(2).
77 WS-SNAP-SEEN-SW PIC X(01) VALUE 'N'.
   88 WS-SNAP-SEEN            VALUE 'Y'.
77 WS-SET-BAD-SW   PIC X(01) VALUE 'N'.
   88 WS-SET-BAD              VALUE 'Y'.

77 WS-LIVE-NAME    PIC X(08) VALUE SPACES.
77 WS-SNAP-NAME    PIC X(08) VALUE SPACES.
77 WS-COPY-CT      PIC 9(7) VALUE 0.
77 WS-WRITE-FAIL-SW PIC X(01) VALUE 'N'.
   88 WS-WRITE-FAILED         VALUE 'Y'.
77 WS-DUP-KEY-CT   PIC 9(7) VALUE 0.

*>the stat files the run-number check reads - the single-stream
*>SQRTSTAT and, when the parallel job's are supplied, its four
*>streams' own, the same optional files SQRTFCST compares
01 STAT-NAME-VALUES.
   02 FILLER PIC X(08) VALUE 'SQRTSTAT'.
   02 FILLER PIC X(08) VALUE 'STATFIL1'.
   02 FILLER PIC X(08) VALUE 'STATFIL2'.
   02 FILLER PIC X(08) VALUE 'STATFIL3'.
   02 FILLER PIC X(08) VALUE 'STATFIL4'.
01 STAT-NAME-TABLE REDEFINES STAT-NAME-VALUES.
   02 SF-NAME PIC X(08) OCCURS 5 TIMES.
77 WS-SF-MAX     PIC 9(2) VALUE 5.
77 WS-SF-SUB     PIC 9(2) VALUE 0.
77 WS-SF-READ-CT PIC 9(2) VALUE 0.
77 WS-FILE-LAST-RUN PIC 9(6) VALUE 0.

*>what the restored set says and what the stat files say
77 WS-CTL-SEEN-SW  PIC X(01) VALUE 'N'.
   88 WS-CTL-SEEN             VALUE 'Y'.
77 WS-CTL-RUN-NO   PIC 9(6) VALUE 0.
77 WS-STAT-RUN-NO  PIC 9(6) VALUE 0.

*>every run the stat files know of - the run number (N), or on a
*>line from before run numbers the run date as YYMMDD (D), which
*>is what an unnumbered run's suspense ids carry instead
77 WS-KR-MAX     PIC 9(4) VALUE 5000.
77 WS-KR-CT      PIC 9(4) VALUE 0.
77 WS-KR-SUB     PIC 9(4) VALUE 0.
77 WS-KR-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-KR-FULL              VALUE 'Y'.
77 WS-KR-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-KR-FOUND             VALUE 'Y'.
01 KNOWN-RUN-TABLE.
   02 KR-ENTRY OCCURS 5000 TIMES.
      03 KR-RUN-NO PIC 9(06).
      03 KR-KIND   PIC X(01).
77 WS-KR-KEY       PIC 9(6) VALUE 0.
77 WS-KR-KEY-KIND  PIC X(01) VALUE SPACE.
77 WS-KR-FOUND-KIND PIC X(01) VALUE SPACE.

77 WS-RESTORED-CT  PIC 9(5) VALUE 0.
77 WS-NOT-SET-CT   PIC 9(5) VALUE 0.
77 WS-OPEN-SUSP-CT PIC 9(7) VALUE 0.
77 WS-BAD-SUSP-CT  PIC 9(7) VALUE 0.
77 WS-ATTN-CT      PIC 9(5) VALUE 0.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'CONTROL FILE RESTORE      '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 SNAP-LINE-OUT.
   02 FILLER PIC X(20) VALUE 'SNAPSHOT OF RUN     '.
   02 SL-RUN-NO PIC 9(06).
   02 FILLER PIC X(10) VALUE '  TAKEN  '.
   02 SL-DATE PIC 9999/99/99 BLANK WHEN ZERO.
   02 FILLER PIC X(1) VALUE SPACE.
   02 SL-TIME PIC 99B99B99 BLANK WHEN ZERO.

01 RESTORE-HEADS.
   02 FILLER PIC X(12) VALUE 'ACTION      '.
   02 FILLER PIC X(10) VALUE 'FILE      '.
   02 FILLER PIC X(10) VALUE 'SNAPSHOT  '.
   02 FILLER PIC X(9)  VALUE 'MANIFEST '.
   02 FILLER PIC X(9)  VALUE '   COPIED'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(40) VALUE 'NOTE'.

01 RESTORE-LINE.
   02 RL-ACTION   PIC X(10).
   02 FILLER      PIC X(2) VALUE SPACES.
   02 RL-FILE     PIC X(08).
   02 FILLER      PIC X(2) VALUE SPACES.
   02 RL-SNAP     PIC X(08).
   02 FILLER      PIC X(2) VALUE SPACES.
   02 RL-MANIFEST PIC ZZZZZZ9.
   02 FILLER      PIC X(2) VALUE SPACES.
   02 RL-COPIED   PIC ZZZZZZ9 BLANK WHEN ZERO.
   02 FILLER      PIC X(2) VALUE SPACES.
   02 RL-NOTE     PIC X(40).

01 CHECK-HEAD.
   02 FILLER PIC X(44) VALUE
      'CHECKS BEFORE THE NEXT NIGHT RUN            '.

*>one finding of the checks - OK, or ATTENTION with what to do
01 CHECK-LINE.
   02 CK-FLAG  PIC X(10).
   02 FILLER   PIC X(2) VALUE SPACES.
   02 CK-TEXT  PIC X(118).

77 WS-RUN-X1 PIC 9(06).
77 WS-RUN-X2 PIC 9(06).
77 WS-COUNT-X PIC ZZZZZZ9.

01 NO-PARM-MESS.
   02 FILLER PIC X(44) VALUE
      'NO RUN NUMBER ON RSTRPARM - NOTHING RESTORED'.

01 NO-SNAP-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SNAPSHOT FOR THAT RUN ON BKUPDIR         '.

01 BAD-SET-MESS.
   02 FILLER PIC X(44) VALUE
      'SNAPSHOT INCOMPLETE - NOTHING RESTORED      '.

01 CLEAN-MESS.
   02 FILLER PIC X(60) VALUE
      'RESULT: SET RESTORED AND IN AGREEMENT - CLEAR FOR TONIGHT   '.

01 ATTN-MESS.
   02 FILLER PIC X(60) VALUE
      'RESULT: SET RESTORED - SETTLE THE ATTENTION ITEMS FIRST     '.

01 FAIL-MESS.
   02 FILLER PIC X(60) VALUE
      'RESULT: SET ONLY PARTLY RESTORED - DO NOT RUN, RESTORE AGAIN'.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM READ-RESTORE-PARM.
    IF WS-RSTR-RUN-NO = 0
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM LOAD-SNAPSHOT-ENTRIES.
    IF NOT WS-SNAP-SEEN
       MOVE WS-RSTR-RUN-NO TO SL-RUN-NO
       MOVE 0 TO SL-DATE
       MOVE 0 TO SL-TIME
       WRITE OUT-LINE FROM SNAP-LINE-OUT
       WRITE OUT-LINE FROM NO-SNAP-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    MOVE WS-RSTR-RUN-NO TO SL-RUN-NO.
    MOVE WS-SNAP-DATE TO SL-DATE.
    MOVE ST-HHMMSS TO SL-TIME.
    WRITE OUT-LINE FROM SNAP-LINE-OUT.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM RESTORE-HEADS.
*>the whole snapshot is proved before any file is replaced
    PERFORM VERIFY-ONE-FILE THRU VERIFY-ONE-FILE-EXIT
        VARYING WS-BS-SUB FROM 1 BY 1
        UNTIL WS-BS-SUB > WS-BS-MAX.
    IF WS-SET-BAD
       WRITE OUT-LINE FROM UNDER-LINE
       WRITE OUT-LINE FROM BAD-SET-MESS
       MOVE 12 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM RESTORE-ONE-FILE THRU RESTORE-ONE-FILE-EXIT
        VARYING WS-BS-SUB FROM 1 BY 1
        UNTIL WS-BS-SUB > WS-BS-MAX.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM CHECK-HEAD.
    PERFORM CHECK-RUN-NUMBERS THRU CHECK-RUN-NUMBERS-EXIT.
    PERFORM CHECK-SUSPENSE THRU CHECK-SUSPENSE-EXIT.
    PERFORM CHECK-CHECKPOINT.
    PERFORM WRITE-RESTORE-COUNTS.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>a mis-keyed run number is no run number - nothing is restored
READ-RESTORE-PARM.
    OPEN INPUT RSTR-PARM-FILE.
    IF PARM-FILE-STATUS = '00'
       MOVE SPACES TO RSTR-PARM-REC
       READ RSTR-PARM-FILE INTO RSTR-PARM-REC
           AT END CONTINUE
       END-READ
       IF RSP-RUN-NO NUMERIC
          MOVE RSP-RUN-NO TO WS-RSTR-RUN-NO
       END-IF
       CLOSE RSTR-PARM-FILE
    END-IF.

*>the asked-for run's lines off the manifest, each against its
*>file's place in the set
LOAD-SNAPSHOT-ENTRIES.
    PERFORM CLEAR-ONE-SNAP-ENTRY
        VARYING WS-BS-SUB FROM 1 BY 1
        UNTIL WS-BS-SUB > WS-BS-MAX.
    OPEN INPUT BACKUP-DIR-FILE.
    IF BDIR-FILE-STATUS = '00'
       PERFORM LOAD-ONE-DIR-ENTRY
           UNTIL BDIR-FILE-STATUS NOT = '00'
       CLOSE BACKUP-DIR-FILE
    END-IF.

CLEAR-ONE-SNAP-ENTRY.
    MOVE 'N' TO SN-FOUND(WS-BS-SUB).
    MOVE SPACE TO SN-PRESENT(WS-BS-SUB).
    MOVE SPACES TO SN-SNAP-FILE(WS-BS-SUB).
    MOVE 0 TO SN-RECORDS(WS-BS-SUB).

LOAD-ONE-DIR-ENTRY.
    MOVE SPACES TO BACKUP-DIR-REC.
    READ BACKUP-DIR-FILE INTO BACKUP-DIR-REC
        AT END CONTINUE
    END-READ.
    IF BDIR-FILE-STATUS = '00' AND BD-RUN-NO NUMERIC
       IF BD-RUN-NO = WS-RSTR-RUN-NO
          PERFORM TAKE-SNAPSHOT-ENTRY
       END-IF
    END-IF.

TAKE-SNAPSHOT-ENTRY.
    SET WS-SNAP-SEEN TO TRUE.
    IF BD-BKUP-DATE NUMERIC
       MOVE BD-BKUP-DATE TO WS-SNAP-DATE
    END-IF.
    IF BD-BKUP-TIME NUMERIC
       MOVE BD-BKUP-TIME TO WS-SNAP-TIME
    END-IF.
    MOVE 0 TO WS-BS-USE.
    PERFORM MATCH-SET-FILE
        VARYING WS-BS-SUB FROM 1 BY 1
        UNTIL WS-BS-SUB > WS-BS-MAX.
    IF WS-BS-USE > 0
       MOVE 'Y' TO SN-FOUND(WS-BS-USE)
       MOVE BD-PRESENT TO SN-PRESENT(WS-BS-USE)
       MOVE BD-SNAP-FILE TO SN-SNAP-FILE(WS-BS-USE)
       IF BD-RECORDS NUMERIC
          MOVE BD-RECORDS TO SN-RECORDS(WS-BS-USE)
       END-IF
    END-IF.

MATCH-SET-FILE.
    IF WS-BS-USE = 0 AND BS-FILE(WS-BS-SUB) = BD-FILE
       MOVE WS-BS-SUB TO WS-BS-USE
    END-IF.

*>each snapshot file must be on the manifest and hold exactly the
*>records the manifest says it was given
VERIFY-ONE-FILE.
    MOVE BS-FILE(WS-BS-SUB) TO RL-FILE.
    MOVE SN-SNAP-FILE(WS-BS-SUB) TO RL-SNAP.
    MOVE SN-RECORDS(WS-BS-SUB) TO RL-MANIFEST.
    MOVE 0 TO RL-COPIED.
    IF SN-FOUND(WS-BS-SUB) NOT = 'Y'
       MOVE 'MISSING   ' TO RL-ACTION
       MOVE 'NOT ON THE MANIFEST FOR THIS RUN        ' TO RL-NOTE
       WRITE OUT-LINE FROM RESTORE-LINE
       SET WS-SET-BAD TO TRUE
       GO TO VERIFY-ONE-FILE-EXIT
    END-IF.
    IF SN-PRESENT(WS-BS-SUB) NOT = 'P'
       GO TO VERIFY-ONE-FILE-EXIT
    END-IF.
    MOVE SN-SNAP-FILE(WS-BS-SUB) TO WS-SNAP-NAME.
    OPEN INPUT SNAP-FILE.
    IF SNAP-FILE-STATUS NOT = '00'
       MOVE 'MISSING   ' TO RL-ACTION
       MOVE 'SNAPSHOT FILE NOT FOUND                 ' TO RL-NOTE
       WRITE OUT-LINE FROM RESTORE-LINE
       SET WS-SET-BAD TO TRUE
       GO TO VERIFY-ONE-FILE-EXIT
    END-IF.
    MOVE 0 TO WS-COPY-CT.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM COUNT-ONE-SNAP-LINE UNTIL FILE-EOF.
    CLOSE SNAP-FILE.
    IF WS-COPY-CT NOT = SN-RECORDS(WS-BS-SUB)
       MOVE 'DAMAGED   ' TO RL-ACTION
       MOVE WS-COPY-CT TO RL-COPIED
       MOVE 'RECORD COUNT DISAGREES WITH MANIFEST    ' TO RL-NOTE
       WRITE OUT-LINE FROM RESTORE-LINE
       SET WS-SET-BAD TO TRUE
    END-IF.
VERIFY-ONE-FILE-EXIT.
    EXIT.

COUNT-ONE-SNAP-LINE.
    READ SNAP-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       ADD 1 TO WS-COPY-CT
    END-IF.

*>one file of the set back in place.  A file the snapshot had
*>none of is left as it stands - if one is there now it is not
*>the day's, and the report says so
RESTORE-ONE-FILE.
    MOVE BS-FILE(WS-BS-SUB) TO RL-FILE.
    MOVE BS-FILE(WS-BS-SUB) TO WS-LIVE-NAME.
    MOVE SN-SNAP-FILE(WS-BS-SUB) TO RL-SNAP.
    MOVE SN-SNAP-FILE(WS-BS-SUB) TO WS-SNAP-NAME.
    MOVE SN-RECORDS(WS-BS-SUB) TO RL-MANIFEST.
    MOVE 0 TO RL-COPIED.
    IF SN-PRESENT(WS-BS-SUB) NOT = 'P'
       PERFORM NOTE-ABSENT-FILE
       GO TO RESTORE-ONE-FILE-EXIT
    END-IF.
    OPEN INPUT SNAP-FILE.
    IF BS-KEYED-FILE(WS-BS-SUB)
       OPEN OUTPUT RESULT-MAST-FILE
       MOVE MAST-FILE-STATUS TO LIVE-FILE-STATUS
    ELSE
       OPEN OUTPUT LIVE-FILE
    END-IF.
    IF LIVE-FILE-STATUS NOT = '00'
       CLOSE SNAP-FILE
       MOVE 'NOT DONE  ' TO RL-ACTION
       MOVE 'FILE COULD NOT BE WRITTEN BACK          ' TO RL-NOTE
       WRITE OUT-LINE FROM RESTORE-LINE
       MOVE 12 TO WS-RC
       GO TO RESTORE-ONE-FILE-EXIT
    END-IF.
    MOVE 0 TO WS-COPY-CT.
    MOVE 0 TO WS-DUP-KEY-CT.
    MOVE 'N' TO WS-EOF-SW.
    MOVE 'N' TO WS-WRITE-FAIL-SW.
    IF BS-KEYED-FILE(WS-BS-SUB)
       PERFORM LOAD-ONE-MASTER UNTIL FILE-EOF
       CLOSE RESULT-MAST-FILE
    ELSE
       PERFORM COPY-ONE-LINE UNTIL FILE-EOF
       CLOSE LIVE-FILE
    END-IF.
    CLOSE SNAP-FILE.
    IF WS-WRITE-FAILED
       MOVE 'NOT DONE  ' TO RL-ACTION
       MOVE WS-COPY-CT TO RL-COPIED
       MOVE 'FILE COULD NOT BE WRITTEN BACK          ' TO RL-NOTE
       WRITE OUT-LINE FROM RESTORE-LINE
       MOVE 12 TO WS-RC
       GO TO RESTORE-ONE-FILE-EXIT
    END-IF.
    MOVE 'RESTORED  ' TO RL-ACTION.
    MOVE WS-COPY-CT TO RL-COPIED.
    MOVE SPACES TO RL-NOTE.
    IF WS-DUP-KEY-CT > 0
       MOVE WS-DUP-KEY-CT TO WS-COUNT-X
       STRING WS-COUNT-X ' IMAGES OUT OF KEY ORDER, SKIPPED'
           DELIMITED BY SIZE INTO RL-NOTE
       MOVE 12 TO WS-RC
    END-IF.
    WRITE OUT-LINE FROM RESTORE-LINE.
    ADD 1 TO WS-RESTORED-CT.
RESTORE-ONE-FILE-EXIT.
    EXIT.

COPY-ONE-LINE.
    READ SNAP-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       WRITE LIVE-LINE FROM SNAP-LINE
       IF LIVE-FILE-STATUS NOT = '00'
          SET WS-WRITE-FAILED TO TRUE
          SET FILE-EOF TO TRUE
       ELSE
          ADD 1 TO WS-COPY-CT
       END-IF
    END-IF.

LOAD-ONE-MASTER.
    READ SNAP-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE SNAP-LINE TO RESULT-MAST-REC
       WRITE RESULT-MAST-REC
           INVALID KEY ADD 1 TO WS-DUP-KEY-CT
           NOT INVALID KEY ADD 1 TO WS-COPY-CT
       END-WRITE
    END-IF.

NOTE-ABSENT-FILE.
    MOVE 'NOT IN SET' TO RL-ACTION.
    MOVE 'ABSENT WHEN THE SNAPSHOT WAS TAKEN      ' TO RL-NOTE.
    WRITE OUT-LINE FROM RESTORE-LINE.
    ADD 1 TO WS-NOT-SET-CT.
    IF BS-KEYED-FILE(WS-BS-SUB)
       OPEN INPUT RESULT-MAST-FILE
       MOVE MAST-FILE-STATUS TO LIVE-FILE-STATUS
    ELSE
       OPEN INPUT LIVE-FILE
    END-IF.
    IF LIVE-FILE-STATUS = '00'
       IF BS-KEYED-FILE(WS-BS-SUB)
          CLOSE RESULT-MAST-FILE
       ELSE
          CLOSE LIVE-FILE
       END-IF
       MOVE SPACES TO CK-TEXT
       STRING BS-FILE(WS-BS-SUB) DELIMITED BY SPACE
           ' IS THERE NOW BUT WAS NOT ON THE SNAPSHOT DAY -'
           ' REMOVE IT UNLESS IT BELONGS WITH THIS SET'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-ATTENTION
    END-IF.

*>the last run number handed out must be the last run the stat
*>files saw.  Behind it, the runs after the snapshot would take
*>their numbers again; ahead of it, a run took a number and
*>left no statistics
CHECK-RUN-NUMBERS.
    MOVE 'RUNCTL  ' TO WS-LIVE-NAME.
    PERFORM READ-RESTORED-RUNCTL.
    MOVE 0 TO WS-SF-READ-CT.
    PERFORM READ-ONE-STAT-FILE
        VARYING WS-SF-SUB FROM 1 BY 1
        UNTIL WS-SF-SUB > WS-SF-MAX.
    IF NOT WS-CTL-SEEN
       MOVE SPACES TO CK-TEXT
       STRING 'RUNCTL HOLDS NO RUN NUMBER - THE NIGHT RUN WILL'
           ' START NUMBERING AGAIN'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-ATTENTION
       GO TO CHECK-RUN-NUMBERS-EXIT
    END-IF.
    IF WS-SF-READ-CT = 0
       MOVE SPACES TO CK-TEXT
       STRING 'NO SQRTSTAT TO CHECK RUNCTL AGAINST - RUN NUMBERS'
           ' NOT PROVED'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-ATTENTION
       GO TO CHECK-RUN-NUMBERS-EXIT
    END-IF.
    MOVE WS-CTL-RUN-NO TO WS-RUN-X1.
    MOVE WS-STAT-RUN-NO TO WS-RUN-X2.
    MOVE SPACES TO CK-TEXT.
    IF WS-CTL-RUN-NO = WS-STAT-RUN-NO
       STRING 'RUNCTL LAST RUN ' WS-RUN-X1
           ' MATCHES THE LAST RUN ON SQRTSTAT'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-CHECK-OK
       GO TO CHECK-RUN-NUMBERS-EXIT
    END-IF.
    IF WS-CTL-RUN-NO < WS-STAT-RUN-NO
       STRING 'RUNCTL LAST RUN ' WS-RUN-X1
           ' IS BEHIND SQRTSTAT RUN ' WS-RUN-X2
           ' - SET RUNCTL TO ' WS-RUN-X2
           ' BEFORE TONIGHT OR NUMBERS REPEAT'
           DELIMITED BY SIZE INTO CK-TEXT
    ELSE
       STRING 'RUNCTL LAST RUN ' WS-RUN-X1
           ' IS AHEAD OF SQRTSTAT RUN ' WS-RUN-X2
           ' - A RUN TOOK A NUMBER AND LEFT NO STATISTICS'
           DELIMITED BY SIZE INTO CK-TEXT
    END-IF.
    PERFORM WRITE-ATTENTION.
CHECK-RUN-NUMBERS-EXIT.
    EXIT.

READ-RESTORED-RUNCTL.
    OPEN INPUT LIVE-FILE.
    IF LIVE-FILE-STATUS = '00'
       MOVE SPACES TO RUN-CTL-REC
       READ LIVE-FILE INTO RUN-CTL-REC
           AT END CONTINUE
       END-READ
       IF LIVE-FILE-STATUS = '00' AND RUN-LAST-NO NUMERIC
          SET WS-CTL-SEEN TO TRUE
          MOVE RUN-LAST-NO TO WS-CTL-RUN-NO
       END-IF
       CLOSE LIVE-FILE
    END-IF.

*>one stat file: its last numbered line is the last run it saw,
*>and every line goes on the known-run list
READ-ONE-STAT-FILE.
    MOVE SF-NAME(WS-SF-SUB) TO WS-LIVE-NAME.
    MOVE 0 TO WS-FILE-LAST-RUN.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT LIVE-FILE.
    IF LIVE-FILE-STATUS = '00'
       ADD 1 TO WS-SF-READ-CT
       PERFORM READ-ONE-STAT-LINE UNTIL FILE-EOF
       CLOSE LIVE-FILE
       IF WS-FILE-LAST-RUN > WS-STAT-RUN-NO
          MOVE WS-FILE-LAST-RUN TO WS-STAT-RUN-NO
       END-IF
    END-IF.

READ-ONE-STAT-LINE.
    READ LIVE-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE LIVE-LINE TO RUN-STAT-REC
       MOVE 0 TO WS-KR-KEY
       IF STAT-RUN-NO NUMERIC
          MOVE STAT-RUN-NO TO WS-FILE-LAST-RUN
          MOVE STAT-RUN-NO TO WS-KR-KEY
          MOVE 'N' TO WS-KR-KEY-KIND
       ELSE
          IF STAT-DATE NUMERIC
             MOVE STAT-DATE(3:6) TO WS-KR-KEY
             MOVE 'D' TO WS-KR-KEY-KIND
          END-IF
       END-IF
       IF WS-KR-KEY > 0
          PERFORM ADD-KNOWN-RUN
       END-IF
    END-IF.

ADD-KNOWN-RUN.
    PERFORM FIND-KNOWN-RUN.
    IF NOT WS-KR-FOUND
       IF WS-KR-CT < WS-KR-MAX
          ADD 1 TO WS-KR-CT
          MOVE WS-KR-KEY TO KR-RUN-NO(WS-KR-CT)
          MOVE WS-KR-KEY-KIND TO KR-KIND(WS-KR-CT)
       ELSE
          SET WS-KR-FULL TO TRUE
       END-IF
    END-IF.

FIND-KNOWN-RUN.
    MOVE 'N' TO WS-KR-FOUND-SW.
    PERFORM MATCH-KNOWN-RUN
        VARYING WS-KR-SUB FROM 1 BY 1
        UNTIL WS-KR-SUB > WS-KR-CT OR WS-KR-FOUND.

MATCH-KNOWN-RUN.
    IF KR-RUN-NO(WS-KR-SUB) = WS-KR-KEY
       SET WS-KR-FOUND TO TRUE
       MOVE KR-KIND(WS-KR-SUB) TO WS-KR-FOUND-KIND
    END-IF.

*>every item still open must have come from a run the stat files
*>know of, and no later than the restored RUNCTL - an id from a
*>numbered run past it is one the coming runs will hand out
*>again, and one from no run at all can never be cleared by a
*>resubmission.  An unnumbered run's date-keyed id is judged by
*>the date alone
CHECK-SUSPENSE.
    IF WS-SF-READ-CT = 0
       MOVE SPACES TO CK-TEXT
       MOVE 'NO SQRTSTAT TO KNOW RUNS BY - SUSPENSE IDS NOT CHECKED'
           TO CK-TEXT
       PERFORM WRITE-ATTENTION
       GO TO CHECK-SUSPENSE-EXIT
    END-IF.
    MOVE 'SUSPFILE' TO WS-LIVE-NAME.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT LIVE-FILE.
    IF LIVE-FILE-STATUS NOT = '00'
       MOVE SPACES TO CK-TEXT
       MOVE 'SUSPFILE COULD NOT BE READ - SUSPENSE IDS NOT CHECKED'
           TO CK-TEXT
       PERFORM WRITE-ATTENTION
       GO TO CHECK-SUSPENSE-EXIT
    END-IF.
    PERFORM CHECK-ONE-SUSPENSE UNTIL FILE-EOF.
    CLOSE LIVE-FILE.
    IF WS-KR-FULL
       MOVE SPACES TO CK-TEXT
       STRING 'MORE RUNS ON SQRTSTAT THAN THE TABLE HOLDS -'
           ' SUSPENSE IDS CHECKED AGAINST RUNCTL ONLY'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-ATTENTION
    END-IF.
    IF WS-BAD-SUSP-CT = 0
       MOVE WS-OPEN-SUSP-CT TO WS-COUNT-X
       MOVE SPACES TO CK-TEXT
       STRING 'ALL ' WS-COUNT-X
           ' OPEN SUSPENSE ITEMS BELONG TO KNOWN RUNS'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-CHECK-OK
    END-IF.
CHECK-SUSPENSE-EXIT.
    EXIT.

CHECK-ONE-SUSPENSE.
    READ LIVE-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       MOVE LIVE-LINE TO SUSPENSE-REC
       IF SUSP-STATUS = 'O'
          ADD 1 TO WS-OPEN-SUSP-CT
          PERFORM JUDGE-ONE-SUSPENSE THRU JUDGE-ONE-SUSPENSE-EXIT
       END-IF
    END-IF.

JUDGE-ONE-SUSPENSE.
    MOVE SPACES TO CK-TEXT.
    IF SUSP-RUN-NO NOT NUMERIC
       STRING 'SUSPENSE ' SUSP-ID ' (' SUSP-CLIENT
           ') CARRIES NO RUN NUMBER - CLOSE OR RE-KEY IT'
           DELIMITED BY SIZE INTO CK-TEXT
    ELSE
       MOVE SUSP-RUN-NO TO WS-KR-KEY
       PERFORM FIND-KNOWN-RUN
       IF WS-KR-FOUND AND WS-KR-FOUND-KIND = 'D'
          GO TO JUDGE-ONE-SUSPENSE-EXIT
       END-IF
       IF (WS-KR-FOUND OR WS-KR-FULL)
          AND SUSP-RUN-NO NOT > WS-CTL-RUN-NO
          GO TO JUDGE-ONE-SUSPENSE-EXIT
       END-IF
       IF SUSP-RUN-NO > WS-CTL-RUN-NO
          STRING 'SUSPENSE ' SUSP-ID ' (' SUSP-CLIENT
              ') IS FROM A RUN AFTER THE RESTORED RUNCTL'
              DELIMITED BY SIZE INTO CK-TEXT
       ELSE
          STRING 'SUSPENSE ' SUSP-ID ' (' SUSP-CLIENT
              ') IS FROM NO RUN ON SQRTSTAT'
              DELIMITED BY SIZE INTO CK-TEXT
       END-IF
    END-IF.
    ADD 1 TO WS-BAD-SUSP-CT.
    PERFORM WRITE-ATTENTION.
JUDGE-ONE-SUSPENSE-EXIT.
    EXIT.

*>a restart point left set makes tonight's run skip that many
*>records as already done
CHECK-CHECKPOINT.
    MOVE 'SQRTCKPT' TO WS-LIVE-NAME.
    MOVE 0 TO CKPT-REC-COUNT.
    OPEN INPUT LIVE-FILE.
    IF LIVE-FILE-STATUS = '00'
       READ LIVE-FILE INTO CHECKPOINT-REC
           AT END MOVE 0 TO CKPT-REC-COUNT
       END-READ
       CLOSE LIVE-FILE
    END-IF.
    MOVE SPACES TO CK-TEXT.
    IF CKPT-REC-COUNT NUMERIC AND CKPT-REC-COUNT > 0
       MOVE CKPT-REC-COUNT TO WS-COUNT-X
       STRING 'SQRTCKPT HOLDS A RESTART POINT OF ' WS-COUNT-X
           ' RECORDS - ZERO IT UNLESS TONIGHT RESTARTS THAT RUN'
           DELIMITED BY SIZE INTO CK-TEXT
       PERFORM WRITE-ATTENTION
    ELSE
       MOVE 'SQRTCKPT HOLDS NO RESTART POINT' TO CK-TEXT
       PERFORM WRITE-CHECK-OK
    END-IF.

WRITE-CHECK-OK.
    MOVE 'OK        ' TO CK-FLAG.
    WRITE OUT-LINE FROM CHECK-LINE.

WRITE-ATTENTION.
    MOVE 'ATTENTION ' TO CK-FLAG.
    WRITE OUT-LINE FROM CHECK-LINE.
    ADD 1 TO WS-ATTN-CT.
    IF WS-RC < 4
       MOVE 4 TO WS-RC
    END-IF.

WRITE-RESTORE-COUNTS.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'FILES RESTORED FROM THE SNAPSHOT  ' TO CL-LABEL.
    MOVE WS-RESTORED-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'FILES THE SNAPSHOT HAD NONE OF    ' TO CL-LABEL.
    MOVE WS-NOT-SET-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'OPEN SUSPENSE ITEMS CHECKED       ' TO CL-LABEL.
    MOVE WS-OPEN-SUSP-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SUSPENSE ITEMS NEEDING ATTENTION  ' TO CL-LABEL.
    MOVE WS-BAD-SUSP-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'ATTENTION ITEMS                   ' TO CL-LABEL.
    MOVE WS-ATTN-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF WS-RC >= 12
       WRITE OUT-LINE FROM FAIL-MESS
    ELSE
       IF WS-ATTN-CT > 0
          WRITE OUT-LINE FROM ATTN-MESS
       ELSE
          WRITE OUT-LINE FROM CLEAN-MESS
       END-IF
    END-IF.
