IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtdupr.

*>duplicate-suspect report.  SUBMREG stops the same file running
*>twice, but a department that re-keys last week's figures under
*>a new serial sails past it; the batch readers now match every
*>record against what its client already had computed inside the
*>client's CLNT-DUP-DAYS look-back window and reject a match DP
*>onto SQRTREJ.  This program reads the run's SQRTREJ and prints
*>DUPRPT for the intake desk: by client, with the department's
*>name and window, every DP record and the earlier submission it
*>matched off SQRTLOG - the date and run number the same value,
*>function, degree, and exponent were last computed under - so
*>the desk can call the department before anything is billed.  A
*>record that really is meant to run again goes back in with RP
*>keyed over the DP.  Read only throughout; condition code 4 when
*>there is anyone to call.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT REJECT-FILE ASSIGN TO "SQRTREJ"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS REJ-FILE-STATUS.
*>names and windows for the client headings - optional, the same
*>status-checked open the batch readers give it
SELECT CLIENT-MAST-FILE ASSIGN TO "CLNTMAST"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS CLNT-FILE-STATUS.
*>the cumulative log, searched for the earlier computation each
*>suspect matched
SELECT AUDIT-LOG-FILE ASSIGN TO "SQRTLOG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS LOG-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "DUPRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
    COPY "rejrec.cpy".

FD CLIENT-MAST-FILE.
    COPY "clntrec.cpy".

FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
COPY "logrec.cpy".
*>the reject bytes read back as the transaction they came in as
COPY "tranrec.cpy".

77 REJ-FILE-STATUS  PIC X(02) VALUE SPACES.
77 CLNT-FILE-STATUS PIC X(02) VALUE SPACES.
77 LOG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
77 WS-REJ-READ      PIC 9(7) VALUE 0.
77 WS-LOG-AVAIL-SW  PIC X(01) VALUE 'N'.
   88 WS-LOG-AVAILABLE        VALUE 'Y'.

*>the client master, for the headings
77 WS-CM-MAX    PIC 9(2) VALUE 50.
77 WS-CM-CT     PIC 9(2) VALUE 0.
77 WS-CM-SUB    PIC 9(2) VALUE 0.
77 WS-CM-USE    PIC 9(2) VALUE 0.
77 WS-CM-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-CM-FOUND              VALUE 'Y'.
01 CLIENT-MAST-TABLE.
   02 CM-ENTRY OCCURS 50 TIMES.
      03 CM-ID        PIC X(08).
      03 CM-NAME      PIC X(30).
      03 CM-DUP-DAYS  PIC 9(03).

*>what makes two records the same - client, value, function, the
*>degree of a root, the exponent of a power (zero on the others) -
*>built the way the batch readers build it, so a suspect finds the
*>line the readers matched it to
01 WS-DUP-KEY.
   02 DK-CLIENT  PIC X(08).
   02 DK-NUM     PIC S9(11)V9(6).
   02 DK-FUNC    PIC X(01).
   02 DK-DEGREE  PIC 9(02).
   02 DK-EXP     PIC S9(3)V9(6).
77 WS-KEY-OK-SW  PIC X(01) VALUE 'Y'.
   88 WS-KEY-OK               VALUE 'Y'.

*>the run's suspects - the reject record as it came off SQRTREJ,
*>its key, and the latest earlier computation found on the log
77 WS-DS-MAX    PIC 9(4) VALUE 2000.
77 WS-DS-CT     PIC 9(4) VALUE 0.
77 WS-DS-SUB    PIC 9(4) VALUE 0.
77 WS-DS-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-DS-FULL              VALUE 'Y'.
01 DUP-SUSPECT-TABLE.
   02 DS-ENTRY OCCURS 2000 TIMES.
      03 DS-REJ     PIC X(55).
      03 DS-KEY     PIC X(37).
      03 DS-MATCHED PIC X(01).
      03 DS-LOG-DATE PIC 9(08).
      03 DS-LOG-RUN  PIC X(06).
      03 DS-LOG-PGM  PIC X(12).
      03 DS-SLOT     PIC 9(02).

*>the clients with suspects, in the order first met
77 WS-DC-MAX    PIC 9(2) VALUE 50.
77 WS-DC-CT     PIC 9(2) VALUE 0.
77 WS-DC-SUB    PIC 9(2) VALUE 0.
77 WS-DC-USE    PIC 9(2) VALUE 0.
77 WS-DC-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-DC-FOUND             VALUE 'Y'.
01 DUP-CLIENT-TABLE.
   02 DC-ENTRY OCCURS 50 TIMES.
      03 DC-CLIENT  PIC X(08).
      03 DC-COUNT   PIC 9(5).
77 WS-OTHER-CLIENT PIC X(08) VALUE '*OTHERS*'.
77 WS-THIS-CLIENT  PIC X(08) VALUE SPACES.

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(30) VALUE 'SUSPECTED DUPLICATE RECORDS   '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 CLIENT-HEAD-LINE.
   02 FILLER PIC X(8) VALUE 'CLIENT  '.
   02 CH-CLIENT PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 CH-NAME PIC X(30).
   02 FILLER PIC X(2) VALUE SPACES.
   02 FILLER PIC X(7) VALUE 'WINDOW '.
   02 CH-DAYS PIC ZZ9.
   02 FILLER PIC X(6) VALUE ' DAYS '.
   02 FILLER PIC X(2) VALUE SPACES.
   02 CH-COUNT PIC ZZZZ9.
   02 FILLER PIC X(9) VALUE ' SUSPECTS'.

01 ITEM-HEADS.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(12) VALUE 'SUSPENSE ID '.
   02 FILLER PIC X(20) VALUE 'NUMBER              '.
   02 FILLER PIC X(3)  VALUE 'FN '.
   02 FILLER PIC X(4)  VALUE 'DEG '.
   02 FILLER PIC X(12) VALUE 'EXPONENT    '.
   02 FILLER PIC X(12) VALUE 'MATCHED ON  '.
   02 FILLER PIC X(8)  VALUE 'RUN NO  '.
   02 FILLER PIC X(12) VALUE 'PROGRAM     '.

01 ITEM-LINE.
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-SUSP-ID PIC X(10).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-NUM PIC -(11)9.9(6).
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-DEG PIC Z9 BLANK WHEN ZERO.
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-EXP PIC -(3)9.9(6) BLANK WHEN ZERO.
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-LOG-DATE PIC X(10).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-LOG-RUN PIC X(06).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-LOG-PGM PIC X(12).

01 NONE-LINE.
   02 FILLER PIC X(44) VALUE
      'NO SUSPECTED DUPLICATES THIS RUN            '.

01 NO-REJ-MESS.
   02 FILLER PIC X(44) VALUE
      'SQRTREJ COULD NOT BE OPENED - NOTHING DONE  '.

01 REJ-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'SUSPECTS EXCEED TABLE - NOTHING REPORTED    '.

01 NO-LOG-MESS.
   02 FILLER PIC X(54) VALUE
      'SQRTLOG NOT AVAILABLE - EARLIER MATCHES NOT LOOKED UP '.

01 NOT-ON-LOG-TEXT PIC X(10) VALUE 'NOT ON LOG'.
01 WS-EDIT-DATE    PIC 9999/99/99.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM LOAD-SUSPECTS THRU LOAD-SUSPECTS-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM LOAD-CLIENT-MASTER.
    IF WS-DS-CT > 0
       PERFORM MATCH-AGAINST-LOG
    END-IF.
    PERFORM WRITE-DUP-REPORT THRU WRITE-DUP-REPORT-EXIT.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>only the DP rejects are this report's business - every other
*>reason is a correction the department makes off SQRTREJ itself
LOAD-SUSPECTS.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT REJECT-FILE.
    IF REJ-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-REJ-MESS
       MOVE 8 TO WS-RC
       GO TO LOAD-SUSPECTS-EXIT
    END-IF.
    PERFORM LOAD-ONE-SUSPECT UNTIL FILE-EOF OR WS-DS-FULL.
    CLOSE REJECT-FILE.
LOAD-SUSPECTS-EXIT.
    EXIT.

LOAD-ONE-SUSPECT.
    READ REJECT-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       ADD 1 TO WS-REJ-READ
       IF REJ-REASON-CODE = 'DP'
          IF WS-DS-CT < WS-DS-MAX
             ADD 1 TO WS-DS-CT
             MOVE REJECT-RECORD TO DS-REJ(WS-DS-CT)
             PERFORM SET-REJECT-KEY
             MOVE WS-DUP-KEY TO DS-KEY(WS-DS-CT)
             MOVE 'N' TO DS-MATCHED(WS-DS-CT)
             MOVE 0 TO DS-LOG-DATE(WS-DS-CT)
             MOVE SPACES TO DS-LOG-RUN(WS-DS-CT)
             MOVE SPACES TO DS-LOG-PGM(WS-DS-CT)
          ELSE
*>a short list would leave departments nobody calls - the report
*>stops out loud instead
             SET WS-DS-FULL TO TRUE
             DISPLAY 'DP REJECTS EXCEED TABLE - RUN SPLIT NEEDED'
             WRITE OUT-LINE FROM REJ-FULL-MESS
             MOVE 8 TO WS-RC
          END-IF
       END-IF
    END-IF.

*>a DP record passed every other gate before it was matched, so
*>its fields are good numbers - the degree and exponent defaulted
*>the way the readers default them
SET-REJECT-KEY.
    MOVE REJECT-RECORD TO TRAN-RECORD.
    MOVE REJ-CLIENT-ID TO DK-CLIENT.
    MOVE TRAN-NUM TO DK-NUM.
    MOVE 0 TO DK-DEGREE.
    MOVE 0 TO DK-EXP.
    IF REJ-FUNC-CODE = SPACE
       MOVE 'R' TO DK-FUNC
    ELSE
       MOVE REJ-FUNC-CODE TO DK-FUNC
    END-IF.
    IF DK-FUNC = 'R'
       IF REJ-ROOT-DEGREE NUMERIC AND REJ-ROOT-DEGREE > '01'
          MOVE REJ-ROOT-DEGREE TO DK-DEGREE
       ELSE
          MOVE 2 TO DK-DEGREE
       END-IF
    END-IF.
    IF DK-FUNC = 'P'
       MOVE TRAN-EXPONENT TO DK-EXP
    END-IF.

LOAD-CLIENT-MASTER.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT CLIENT-MAST-FILE.
    IF CLNT-FILE-STATUS = '00'
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
       MOVE CLNT-ID   TO CM-ID(WS-CM-CT)
       MOVE CLNT-NAME TO CM-NAME(WS-CM-CT)
       IF CLNT-DUP-DAYS NUMERIC
          MOVE CLNT-DUP-DAYS TO CM-DUP-DAYS(WS-CM-CT)
       ELSE
          MOVE 0 TO CM-DUP-DAYS(WS-CM-CT)
       END-IF
    END-IF.

*>one pass of the log: every computed batch line is keyed and
*>held against each suspect; the log runs oldest first, so the
*>last line to match is the latest earlier computation
MATCH-AGAINST-LOG.
    OPEN INPUT AUDIT-LOG-FILE.
    IF LOG-FILE-STATUS = '00'
       SET WS-LOG-AVAILABLE TO TRUE
       PERFORM MATCH-ONE-LOG-LINE
           UNTIL LOG-FILE-STATUS NOT = '00'
       CLOSE AUDIT-LOG-FILE
    END-IF.

MATCH-ONE-LOG-LINE.
    READ AUDIT-LOG-FILE
        AT END CONTINUE
    END-READ.
    IF LOG-FILE-STATUS = '00'
       MOVE AUDIT-LOG-LINE TO AUDIT-LOG-REC
       IF (LOG-STATUS = 'V' OR LOG-STATUS = 'N')
          AND LOG-PROGRAM NOT = 'MATHMENU'
          AND LOG-CLIENT-ID NOT = SPACES
          PERFORM SET-LOG-KEY
          IF WS-KEY-OK
             PERFORM MATCH-ONE-SUSPECT
                 VARYING WS-DS-SUB FROM 1 BY 1
                 UNTIL WS-DS-SUB > WS-DS-CT
          END-IF
       END-IF
    END-IF.

*>the key built the way the readers default an old line; a power
*>line from before the exponent was logged matches nothing
SET-LOG-KEY.
    MOVE 'Y' TO WS-KEY-OK-SW.
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
    IF DK-FUNC = 'P'
       IF LOG-EXPONENT = SPACES
          MOVE 'N' TO WS-KEY-OK-SW
       ELSE
          MOVE LOG-EXPONENT TO DK-EXP
       END-IF
    END-IF.

MATCH-ONE-SUSPECT.
    IF DS-KEY(WS-DS-SUB) = WS-DUP-KEY
       MOVE 'Y' TO DS-MATCHED(WS-DS-SUB)
       IF LOG-DATE NUMERIC
          MOVE LOG-DATE TO DS-LOG-DATE(WS-DS-SUB)
       ELSE
          MOVE 0 TO DS-LOG-DATE(WS-DS-SUB)
       END-IF
       MOVE LOG-RUN-NO TO DS-LOG-RUN(WS-DS-SUB)
       MOVE LOG-PROGRAM TO DS-LOG-PGM(WS-DS-SUB)
    END-IF.

WRITE-DUP-REPORT.
    MOVE 'REJECTED RECORDS READ            ' TO CL-LABEL.
    MOVE WS-REJ-READ TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SUSPECTED DUPLICATES (DP)         ' TO CL-LABEL.
    MOVE WS-DS-CT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    IF WS-DS-CT = 0
       WRITE OUT-LINE FROM NONE-LINE
       GO TO WRITE-DUP-REPORT-EXIT
    END-IF.
    IF NOT WS-LOG-AVAILABLE
       WRITE OUT-LINE FROM NO-LOG-MESS
    END-IF.
    PERFORM COUNT-ONE-SUSPECT
        VARYING WS-DS-SUB FROM 1 BY 1
        UNTIL WS-DS-SUB > WS-DS-CT.
    PERFORM WRITE-ONE-CLIENT-GROUP
        VARYING WS-DC-SUB FROM 1 BY 1
        UNTIL WS-DC-SUB > WS-DC-CT.
*>somebody has a department to call before billing runs
    MOVE 4 TO WS-RC.
WRITE-DUP-REPORT-EXIT.
    EXIT.

*>a slot per client with suspects, in the order first met; past
*>the table the rest share the last slot as *OTHERS*
COUNT-ONE-SUSPECT.
    MOVE DS-REJ(WS-DS-SUB) TO REJECT-RECORD.
    MOVE REJ-CLIENT-ID TO WS-THIS-CLIENT.
    PERFORM FIND-DUP-CLIENT-SLOT.
    ADD 1 TO DC-COUNT(WS-DC-USE).
    MOVE WS-DC-USE TO DS-SLOT(WS-DS-SUB).

FIND-DUP-CLIENT-SLOT.
    MOVE 'N' TO WS-DC-FOUND-SW.
    MOVE 0 TO WS-DC-USE.
    PERFORM MATCH-ONE-DUP-CLIENT
        VARYING WS-DC-SUB FROM 1 BY 1
        UNTIL WS-DC-SUB > WS-DC-CT OR WS-DC-FOUND.
    IF NOT WS-DC-FOUND
       IF WS-DC-CT < WS-DC-MAX
          ADD 1 TO WS-DC-CT
          MOVE WS-THIS-CLIENT TO DC-CLIENT(WS-DC-CT)
       ELSE
          MOVE WS-OTHER-CLIENT TO DC-CLIENT(WS-DC-CT)
       END-IF
       MOVE WS-DC-CT TO WS-DC-USE
       IF DC-COUNT(WS-DC-USE) NOT NUMERIC
          MOVE 0 TO DC-COUNT(WS-DC-USE)
       END-IF
    END-IF.

MATCH-ONE-DUP-CLIENT.
    IF DC-CLIENT(WS-DC-SUB) = WS-THIS-CLIENT
       SET WS-DC-FOUND TO TRUE
       MOVE WS-DC-SUB TO WS-DC-USE
    END-IF.

*>the client heading - name and window off the master when it is
*>there - then every suspect filed under the client
WRITE-ONE-CLIENT-GROUP.
    MOVE DC-CLIENT(WS-DC-SUB) TO CH-CLIENT.
    MOVE DC-CLIENT(WS-DC-SUB) TO WS-THIS-CLIENT.
    MOVE SPACES TO CH-NAME.
    MOVE 0 TO CH-DAYS.
    PERFORM FIND-MASTER-CLIENT.
    IF WS-CM-FOUND
       MOVE CM-NAME(WS-CM-USE)     TO CH-NAME
       MOVE CM-DUP-DAYS(WS-CM-USE) TO CH-DAYS
    END-IF.
    MOVE DC-COUNT(WS-DC-SUB) TO CH-COUNT.
    WRITE OUT-LINE FROM CLIENT-HEAD-LINE.
    WRITE OUT-LINE FROM ITEM-HEADS.
    PERFORM WRITE-ONE-SUSPECT
        VARYING WS-DS-SUB FROM 1 BY 1
        UNTIL WS-DS-SUB > WS-DS-CT.
    WRITE OUT-LINE FROM UNDER-LINE.

FIND-MASTER-CLIENT.
    MOVE 'N' TO WS-CM-FOUND-SW.
    MOVE 0 TO WS-CM-USE.
    PERFORM MATCH-ONE-MASTER-CLIENT
        VARYING WS-CM-SUB FROM 1 BY 1
        UNTIL WS-CM-SUB > WS-CM-CT OR WS-CM-FOUND.

MATCH-ONE-MASTER-CLIENT.
    IF CM-ID(WS-CM-SUB) = WS-THIS-CLIENT
       SET WS-CM-FOUND TO TRUE
       MOVE WS-CM-SUB TO WS-CM-USE
    END-IF.

*>a suspect prints under the slot it was counted in - its own
*>client's, or *OTHERS* when its client never got one
WRITE-ONE-SUSPECT.
    IF DS-SLOT(WS-DS-SUB) = WS-DC-SUB
       MOVE DS-REJ(WS-DS-SUB) TO REJECT-RECORD
       MOVE DS-KEY(WS-DS-SUB) TO WS-DUP-KEY
       PERFORM WRITE-SUSPECT-LINE
    END-IF.

WRITE-SUSPECT-LINE.
    MOVE REJ-SUSP-ID TO IL-SUSP-ID.
    MOVE DK-NUM      TO IL-NUM.
    MOVE DK-FUNC     TO IL-FUNC.
    MOVE DK-DEGREE   TO IL-DEG.
    MOVE DK-EXP      TO IL-EXP.
    IF DS-MATCHED(WS-DS-SUB) = 'Y'
       MOVE DS-LOG-DATE(WS-DS-SUB) TO WS-EDIT-DATE
       MOVE WS-EDIT-DATE TO IL-LOG-DATE
       MOVE DS-LOG-RUN(WS-DS-SUB) TO IL-LOG-RUN
       MOVE DS-LOG-PGM(WS-DS-SUB) TO IL-LOG-PGM
    ELSE
*>matched inside the run itself on a stream whose lines are not
*>on this log yet, or a log trimmed since - the desk still calls
       MOVE NOT-ON-LOG-TEXT TO IL-LOG-DATE
       MOVE SPACES TO IL-LOG-RUN
       MOVE SPACES TO IL-LOG-PGM
    END-IF.
    WRITE OUT-LINE FROM ITEM-LINE.
