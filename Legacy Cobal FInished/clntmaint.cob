*>program lists the clients on file, adds a new department with
*>its name and the function codes it is entitled to submit, and
*>retires a client (retired stays on file so history keeps its
*>name, but new submissions reject), sets what a department gets
*>back for a root of a negative value (CLNT-NEG-ROOTS), and sets
*>how many days back the duplicate-record check looks for the
*>department (CLNT-DUP-DAYS).  The file is rewritten whole
*>after each change, and every change goes to the CLNTHIST history
*>file with the operator id, date, time, and what changed - so the
*>question of who authorized a department is an answer on file.
      03 CM-AUTH-EXP  PIC X(01).
      03 CM-AUTH-POW  PIC X(01).
      03 CM-STATUS    PIC X(01).
      03 CM-NEG-ROOTS PIC X(01).
      03 CM-DUP-DAYS  PIC 9(03).

*>the operator's entries for an add or retire
77 WS-ACTION     PIC X(01) VALUE SPACE.
77 WS-NEW-ID     PIC X(08) VALUE SPACES.
77 WS-NEW-NAME   PIC X(30) VALUE SPACES.
77 WS-NEW-AUTHS  PIC X(04) VALUE SPACES.
*>C compute, R real (odd) roots only, N reject every negative -
*>a plain ENTER takes C
77 WS-NEW-NEG    PIC X(01) VALUE SPACE.
   88 WS-NEG-OPT-VALID        VALUE 'C' 'R' 'N'.
77 WS-OLD-NEG    PIC X(01) VALUE SPACE.
*>the duplicate look-back window as keyed - up to three digits,
*>a plain ENTER takes 0 (no duplicate check for the department)
77 WS-NEW-DUP-RAW PIC X(03) VALUE SPACES.
77 WS-NEW-DUP-LEN PIC 9(1)  VALUE 0.
77 WS-NEW-DUP    PIC 9(03) VALUE 0.
77 WS-OLD-DUP    PIC 9(03) VALUE 0.
77 WS-DUP-OK-SW  PIC X(01) VALUE 'Y'.
   88 WS-DUP-OPT-VALID        VALUE 'Y'.
77 WS-AUTH-SUB   PIC 9(1)  VALUE 0.
77 WS-AUTH-CHAR  PIC X(1)  VALUE SPACE.
77 WS-AUTH-OK-SW PIC X(01) VALUE 'Y'.
   02 CH-AUTHS    PIC X(4).
   02 FILLER      PIC X VALUE SPACE.
   02 CH-NAME     PIC X(30).
*>the client's negative-root option after the change
   02 FILLER      PIC X(5) VALUE ' NEG '.
   02 CH-NEG-ROOTS PIC X(1).
*>and its duplicate look-back window in days
   02 FILLER      PIC X(5) VALUE ' DUP '.
   02 CH-DUP-DAYS PIC 9(3).

01 MAINT-TITLE.
   02 FILLER PIC X(25) VALUE 'CLIENT MASTER MAINTENANCE'.
      'OPERATOR ID REQUIRED - NO CHANGES MADE'.

01 ACTION-PROMPT.
   02 FILLER PIC X(59) VALUE
      'L LIST, A ADD, R RETIRE, N NEG ROOTS, W DUP WINDOW, Q QUIT:'.

01 BAD-ACTION-MESS.
   02 FILLER PIC X(26) VALUE 'INVALID ACTION - L/A/R/N/W'.

01 LIST-HEAD.
   02 FILLER PIC X(8)  VALUE 'CLIENT  '.
   02 FILLER PIC X(4)  VALUE 'RLEP'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(6)  VALUE 'STATUS'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(3)  VALUE 'NEG'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(3)  VALUE 'DUP'.

01 LIST-LINE.
   02 LL-ID     PIC X(08).
   02 LL-AUTHS  PIC X(4).
   02 FILLER    PIC X(2) VALUE SPACES.
   02 LL-STATUS PIC X(1).
   02 FILLER    PIC X(7) VALUE SPACES.
   02 LL-NEG    PIC X(1).
   02 FILLER    PIC X(4) VALUE SPACES.
   02 LL-DUP    PIC ZZ9.

01 NO-CLIENTS-MESS.
   02 FILLER PIC X(26) VALUE 'NO CLIENTS ON FILE YET    '.
   02 FILLER PIC X(46) VALUE
      'FUNCTIONS ALLOWED, Y/N FOR R,L,E,P (E.G. YYNN)'.

01 NEG-PROMPT.
   02 FILLER PIC X(50) VALUE
      'ROOTS OF NEGATIVES: C COMPUTE, R REAL ONLY, N NONE'.

01 BAD-NEG-MESS.
   02 FILLER PIC X(40) VALUE
      'NEGATIVE-ROOT OPTION MUST BE C, R, OR N '.

01 NEG-SET-MESS.
   02 FILLER PIC X(40) VALUE
      'OPTION CHANGED AND CHANGE ON CLNTHIST   '.

01 NEG-SAME-MESS.
   02 FILLER PIC X(36) VALUE
      'OPTION ALREADY SET THAT WAY - AS WAS'.

01 NOT-FOUND-NEG-MESS.
   02 FILLER PIC X(36) VALUE
      'CLIENT NOT ON FILE - NOTHING CHANGED'.

01 DUP-PROMPT.
   02 FILLER PIC X(48) VALUE
      'DUPLICATE LOOK-BACK DAYS (0-999, 0 = NO CHECK): '.

01 BAD-DUP-MESS.
   02 FILLER PIC X(40) VALUE
      'LOOK-BACK MUST BE 0 TO 999 DAYS         '.

01 DUP-SET-MESS.
   02 FILLER PIC X(40) VALUE
      'WINDOW CHANGED AND CHANGE ON CLNTHIST   '.

01 DUP-ID-MESS.
   02 FILLER PIC X(36) VALUE
      'CLIENT ALREADY ON FILE - NOT ADDED  '.
          MOVE CLNT-AUTH-EXP  TO CM-AUTH-EXP(WS-CM-CT)
          MOVE CLNT-AUTH-POW  TO CM-AUTH-POW(WS-CM-CT)
          MOVE CLNT-STATUS    TO CM-STATUS(WS-CM-CT)
*>a record from before the option existed computes - the same
*>reading the batch readers give its blank
          IF CLNT-NEG-ROOTS = SPACE
             MOVE 'C' TO CM-NEG-ROOTS(WS-CM-CT)
          ELSE
             MOVE CLNT-NEG-ROOTS TO CM-NEG-ROOTS(WS-CM-CT)
          END-IF
*>and one from before the window existed is left unchecked
          IF CLNT-DUP-DAYS IS NUMERIC
             MOVE CLNT-DUP-DAYS TO CM-DUP-DAYS(WS-CM-CT)
          ELSE
             MOVE 0 TO CM-DUP-DAYS(WS-CM-CT)
          END-IF
       END-IF
    END-IF.

        WHEN 'R'
        WHEN 'r'
             PERFORM RETIRE-CLIENT THRU RETIRE-CLIENT-EXIT
        WHEN 'N'
        WHEN 'n'
             PERFORM SET-NEG-ROOTS THRU SET-NEG-ROOTS-EXIT
        WHEN 'W'
        WHEN 'w'
             PERFORM SET-DUP-WINDOW THRU SET-DUP-WINDOW-EXIT
        WHEN 'Q'
        WHEN 'q'
             SET WS-SESSION-DONE TO TRUE
    MOVE CM-AUTH-EXP(WS-CM-SUB)  TO LL-AUTHS(3:1).
    MOVE CM-AUTH-POW(WS-CM-SUB)  TO LL-AUTHS(4:1).
    MOVE CM-STATUS(WS-CM-SUB)    TO LL-STATUS.
    MOVE CM-NEG-ROOTS(WS-CM-SUB) TO LL-NEG.
    MOVE CM-DUP-DAYS(WS-CM-SUB)  TO LL-DUP.
    WRITE OUT-LINE FROM LIST-LINE.

*>a new department: id, name, the four Y/N function authorities,
*>its negative-root option, and its duplicate look-back window,
*>validated before anything lands on the file
ADD-CLIENT.
    WRITE OUT-LINE FROM ID-PROMPT.
    MOVE SPACES TO WS-NEW-ID.
       WRITE OUT-LINE FROM BAD-AUTH-MESS
       GO TO ADD-CLIENT-EXIT
    END-IF.
    PERFORM ACCEPT-NEG-OPTION.
    IF NOT WS-NEG-OPT-VALID
       WRITE OUT-LINE FROM BAD-NEG-MESS
       GO TO ADD-CLIENT-EXIT
    END-IF.
    PERFORM ACCEPT-DUP-WINDOW THRU ACCEPT-DUP-WINDOW-EXIT.
    IF NOT WS-DUP-OPT-VALID
       WRITE OUT-LINE FROM BAD-DUP-MESS
       GO TO ADD-CLIENT-EXIT
    END-IF.
    ADD 1 TO WS-CM-CT.
    MOVE WS-NEW-ID   TO CM-ID(WS-CM-CT).
    MOVE WS-NEW-NAME TO CM-NAME(WS-CM-CT).
    MOVE WS-NEW-AUTHS(3:1) TO CM-AUTH-EXP(WS-CM-CT).
    MOVE WS-NEW-AUTHS(4:1) TO CM-AUTH-POW(WS-CM-CT).
    MOVE 'A' TO CM-STATUS(WS-CM-CT).
    MOVE WS-NEW-NEG TO CM-NEG-ROOTS(WS-CM-CT).
    MOVE WS-NEW-DUP TO CM-DUP-DAYS(WS-CM-CT).
*>the history line goes first - a change that can't be recorded
*>doesn't happen, same rule CFGMAINT enforces
    MOVE 'ADDED  ' TO CH-ACTION.
    MOVE WS-NEW-ID    TO CH-CLIENT.
    MOVE WS-NEW-AUTHS TO CH-AUTHS.
    MOVE WS-NEW-NAME  TO CH-NAME.
    MOVE WS-NEW-NEG   TO CH-NEG-ROOTS.
    MOVE WS-NEW-DUP   TO CH-DUP-DAYS.
    PERFORM WRITE-HISTORY-LINE THRU WRITE-HISTORY-LINE-EXIT.
    IF WS-ACTION-FAILED
       SUBTRACT 1 FROM WS-CM-CT
    MOVE CM-AUTH-EXP(WS-CM-USE)  TO CH-AUTHS(3:1).
    MOVE CM-AUTH-POW(WS-CM-USE)  TO CH-AUTHS(4:1).
    MOVE CM-NAME(WS-CM-USE) TO CH-NAME.
    MOVE CM-NEG-ROOTS(WS-CM-USE) TO CH-NEG-ROOTS.
    MOVE CM-DUP-DAYS(WS-CM-USE)  TO CH-DUP-DAYS.
    PERFORM WRITE-HISTORY-LINE THRU WRITE-HISTORY-LINE-EXIT.
    IF WS-ACTION-FAILED
       MOVE 'A' TO CM-STATUS(WS-CM-USE)
RETIRE-CLIENT-EXIT.
    EXIT.

*>changes what an existing department gets back for a root of a
*>negative value - a department that cannot take complex answers
*>asks for R (or N for the old reject-every-negative rule), and
*>the change is on CLNTHIST like any other
SET-NEG-ROOTS.
    WRITE OUT-LINE FROM ID-PROMPT.
    MOVE SPACES TO WS-NEW-ID.
    ACCEPT WS-NEW-ID.
    IF WS-NEW-ID = SPACES
       WRITE OUT-LINE FROM NO-ID-MESS
       GO TO SET-NEG-ROOTS-EXIT
    END-IF.
    PERFORM FIND-CLIENT-SLOT.
    IF NOT WS-CM-FOUND
       WRITE OUT-LINE FROM NOT-FOUND-NEG-MESS
       GO TO SET-NEG-ROOTS-EXIT
    END-IF.
    PERFORM ACCEPT-NEG-OPTION.
    IF NOT WS-NEG-OPT-VALID
       WRITE OUT-LINE FROM BAD-NEG-MESS
       GO TO SET-NEG-ROOTS-EXIT
    END-IF.
    IF WS-NEW-NEG = CM-NEG-ROOTS(WS-CM-USE)
       WRITE OUT-LINE FROM NEG-SAME-MESS
       GO TO SET-NEG-ROOTS-EXIT
    END-IF.
    MOVE CM-NEG-ROOTS(WS-CM-USE) TO WS-OLD-NEG.
    MOVE WS-NEW-NEG TO CM-NEG-ROOTS(WS-CM-USE).
    MOVE 'NEGROOT' TO CH-ACTION.
    MOVE WS-NEW-ID TO CH-CLIENT.
    MOVE CM-AUTH-ROOT(WS-CM-USE) TO CH-AUTHS(1:1).
    MOVE CM-AUTH-LOG(WS-CM-USE)  TO CH-AUTHS(2:1).
    MOVE CM-AUTH-EXP(WS-CM-USE)  TO CH-AUTHS(3:1).
    MOVE CM-AUTH-POW(WS-CM-USE)  TO CH-AUTHS(4:1).
    MOVE CM-NAME(WS-CM-USE) TO CH-NAME.
    MOVE WS-NEW-NEG TO CH-NEG-ROOTS.
    MOVE CM-DUP-DAYS(WS-CM-USE) TO CH-DUP-DAYS.
    PERFORM WRITE-HISTORY-LINE THRU WRITE-HISTORY-LINE-EXIT.
    IF WS-ACTION-FAILED
       MOVE WS-OLD-NEG TO CM-NEG-ROOTS(WS-CM-USE)
       GO TO SET-NEG-ROOTS-EXIT
    END-IF.
    PERFORM REWRITE-CLIENT-MASTER THRU REWRITE-CLIENT-MASTER-EXIT.
    IF NOT WS-ACTION-FAILED
       WRITE OUT-LINE FROM NEG-SET-MESS
    END-IF.
SET-NEG-ROOTS-EXIT.
    EXIT.

ACCEPT-NEG-OPTION.
    WRITE OUT-LINE FROM NEG-PROMPT.
    MOVE SPACE TO WS-NEW-NEG.
    ACCEPT WS-NEW-NEG.
    EVALUATE WS-NEW-NEG
        WHEN SPACE MOVE 'C' TO WS-NEW-NEG
        WHEN 'c'   MOVE 'C' TO WS-NEW-NEG
        WHEN 'r'   MOVE 'R' TO WS-NEW-NEG
        WHEN 'n'   MOVE 'N' TO WS-NEW-NEG
        WHEN OTHER CONTINUE
    END-EVALUATE.

*>changes how far back the duplicate-record check looks for the
*>department - one that legitimately sends the same figures week
*>after week wants a short window (or 0 for none), one that never
*>should wants a long one - and the change is on CLNTHIST like
*>any other
SET-DUP-WINDOW.
    WRITE OUT-LINE FROM ID-PROMPT.
    MOVE SPACES TO WS-NEW-ID.
    ACCEPT WS-NEW-ID.
    IF WS-NEW-ID = SPACES
       WRITE OUT-LINE FROM NO-ID-MESS
       GO TO SET-DUP-WINDOW-EXIT
    END-IF.
    PERFORM FIND-CLIENT-SLOT.
    IF NOT WS-CM-FOUND
       WRITE OUT-LINE FROM NOT-FOUND-NEG-MESS
       GO TO SET-DUP-WINDOW-EXIT
    END-IF.
    PERFORM ACCEPT-DUP-WINDOW THRU ACCEPT-DUP-WINDOW-EXIT.
    IF NOT WS-DUP-OPT-VALID
       WRITE OUT-LINE FROM BAD-DUP-MESS
       GO TO SET-DUP-WINDOW-EXIT
    END-IF.
    IF WS-NEW-DUP = CM-DUP-DAYS(WS-CM-USE)
       WRITE OUT-LINE FROM NEG-SAME-MESS
       GO TO SET-DUP-WINDOW-EXIT
    END-IF.
    MOVE CM-DUP-DAYS(WS-CM-USE) TO WS-OLD-DUP.
    MOVE WS-NEW-DUP TO CM-DUP-DAYS(WS-CM-USE).
    MOVE 'DUPWIN ' TO CH-ACTION.
    MOVE WS-NEW-ID TO CH-CLIENT.
    MOVE CM-AUTH-ROOT(WS-CM-USE) TO CH-AUTHS(1:1).
    MOVE CM-AUTH-LOG(WS-CM-USE)  TO CH-AUTHS(2:1).
    MOVE CM-AUTH-EXP(WS-CM-USE)  TO CH-AUTHS(3:1).
    MOVE CM-AUTH-POW(WS-CM-USE)  TO CH-AUTHS(4:1).
    MOVE CM-NAME(WS-CM-USE) TO CH-NAME.
    MOVE CM-NEG-ROOTS(WS-CM-USE) TO CH-NEG-ROOTS.
    MOVE WS-NEW-DUP TO CH-DUP-DAYS.
    PERFORM WRITE-HISTORY-LINE THRU WRITE-HISTORY-LINE-EXIT.
    IF WS-ACTION-FAILED
       MOVE WS-OLD-DUP TO CM-DUP-DAYS(WS-CM-USE)
       GO TO SET-DUP-WINDOW-EXIT
    END-IF.
    PERFORM REWRITE-CLIENT-MASTER THRU REWRITE-CLIENT-MASTER-EXIT.
    IF NOT WS-ACTION-FAILED
       WRITE OUT-LINE FROM DUP-SET-MESS
    END-IF.
SET-DUP-WINDOW-EXIT.
    EXIT.

*>the window is keyed left-justified (7, 30, 180), so only the
*>digits before the first space are taken - anything else in the
*>entry makes it invalid
ACCEPT-DUP-WINDOW.
    WRITE OUT-LINE FROM DUP-PROMPT.
    MOVE SPACES TO WS-NEW-DUP-RAW.
    ACCEPT WS-NEW-DUP-RAW.
    MOVE 'Y' TO WS-DUP-OK-SW.
    MOVE 0 TO WS-NEW-DUP.
    IF WS-NEW-DUP-RAW = SPACES
       GO TO ACCEPT-DUP-WINDOW-EXIT
    END-IF.
    MOVE 0 TO WS-NEW-DUP-LEN.
    INSPECT WS-NEW-DUP-RAW TALLYING WS-NEW-DUP-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF WS-NEW-DUP-LEN = 0
       MOVE 'N' TO WS-DUP-OK-SW
       GO TO ACCEPT-DUP-WINDOW-EXIT
    END-IF.
    IF WS-NEW-DUP-RAW(1:WS-NEW-DUP-LEN) IS NOT NUMERIC
       MOVE 'N' TO WS-DUP-OK-SW
       GO TO ACCEPT-DUP-WINDOW-EXIT
    END-IF.
    IF WS-NEW-DUP-LEN < 3
       IF WS-NEW-DUP-RAW(WS-NEW-DUP-LEN + 1:) NOT = SPACES
          MOVE 'N' TO WS-DUP-OK-SW
          GO TO ACCEPT-DUP-WINDOW-EXIT
       END-IF
    END-IF.
    MOVE WS-NEW-DUP-RAW(1:WS-NEW-DUP-LEN) TO WS-NEW-DUP.
ACCEPT-DUP-WINDOW-EXIT.
    EXIT.

FIND-CLIENT-SLOT.
    MOVE 'N' TO WS-CM-FOUND-SW.
    MOVE 0 TO WS-CM-USE.
    MOVE CM-AUTH-EXP(WS-CM-SUB)  TO CLNT-AUTH-EXP.
    MOVE CM-AUTH-POW(WS-CM-SUB)  TO CLNT-AUTH-POW.
    MOVE CM-STATUS(WS-CM-SUB)    TO CLNT-STATUS.
    MOVE CM-NEG-ROOTS(WS-CM-SUB) TO CLNT-NEG-ROOTS.
    MOVE CM-DUP-DAYS(WS-CM-SUB)  TO CLNT-DUP-DAYS.
    WRITE CLIENT-MAST-REC.
    IF CLNT-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM MAST-FAIL-MESS
