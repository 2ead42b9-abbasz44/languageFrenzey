*>stable inside each tier, and a submission control header stays
*>first and its trailer last; the count and hash they promise are
*>sums, so reordering leaves them true.
*>
*>It is also where the held-transaction queue drains: every
*>HELDFILE record an operator has released (status R) is copied
*>onto the end of its tier - express releases after the express
*>records, routine ones after the routine records, the trailer
*>still last - with RL in its reason column, so the run step
*>computes it past the quota it was held for and leaves it out
*>of the submission count and hash it never belonged to.  Once
*>SQRTINS is complete the queue is rewritten with those records
*>marked P (picked up) and dated, so they fold in exactly once.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT SORTED-FILE ASSIGN TO "SQRTINS"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SORT-FILE-STATUS.
*>the held-transaction queue - optional; a run without it orders
*>SQRTIN exactly as before
SELECT HELD-FILE ASSIGN TO "HELDFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HELD-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY "tranrec.cpy".

FD SORTED-FILE.
  01 sorted-line pic X(95).

FD HELD-FILE.
  01 held-line pic X(120).

WORKING-STORAGE SECTION.
77 TRAN-FILE-STATUS PIC X(02) VALUE SPACES.
*>out last where the verify pre-pass expects it
77 WS-TRL-HELD-SW   PIC X(01) VALUE 'N'.
   88 WS-TRL-HELD              VALUE 'Y'.
77 WS-TRL-IMAGE     PIC X(95) VALUE SPACES.

*>the whole held queue in storage, the same load-whole-and-
*>rewrite discipline the suspense maintenance uses.  A queue too
*>big for the table is left alone - nothing is picked up that
*>night rather than anything being lost off the rewrite
COPY "heldrec.cpy".
77 HELD-FILE-STATUS PIC X(02) VALUE SPACES.
77 WS-HQ-MAX    PIC 9(4) VALUE 2000.
77 WS-HQ-CT     PIC 9(4) VALUE 0.
77 WS-HQ-SUB    PIC 9(4) VALUE 0.
77 WS-HQ-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-HQ-FULL               VALUE 'Y'.
01 HELD-QUEUE-TABLE.
   02 HQ-ENTRY OCCURS 2000 TIMES.
      03 HQ-LINE PIC X(120).
77 WS-HELD-EOF-SW   PIC X(01) VALUE 'N'.
   88 HELD-EOF                 VALUE 'Y'.
77 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
*>a released record on its way into SQRTINS - the TRANREC image
*>with RL laid into the reason column (bytes 41-42) and the
*>priority byte (55) read to pick its tier
77 WS-REL-IMAGE     PIC X(95) VALUE SPACES.

PROCEDURE DIVISION.
    OPEN INPUT TRAN-FILE.
       CLOSE TRAN-FILE
       GO TO FINISH
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-HELD-QUEUE THRU LOAD-HELD-QUEUE-EXIT.
*>pass one - the header through as met, then only the express
*>records; the trailer is held for the very end
    MOVE 1 TO WS-PASS.
    PERFORM COPY-ONE-RECORD THRU COPY-ONE-RECORD-EXIT
        UNTIL TRAN-EOF.
    PERFORM COPY-ONE-RELEASED
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
*>pass two - back to the top for the routine records
    CLOSE TRAN-FILE.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT TRAN-FILE.
    PERFORM COPY-ONE-RECORD THRU COPY-ONE-RECORD-EXIT
        UNTIL TRAN-EOF.
    PERFORM COPY-ONE-RELEASED
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
    IF WS-TRL-HELD
       WRITE SORTED-LINE FROM WS-TRL-IMAGE
    END-IF.
    CLOSE SORTED-FILE.
    DISPLAY 'ORDERED ' WS-EXPRESS-COUNT ' EXPRESS AHEAD OF '
        WS-ROUTINE-COUNT ' ROUTINE RECORDS'.
    IF WS-RELEASED-COUNT > 0
       PERFORM REWRITE-HELD-QUEUE THRU REWRITE-HELD-QUEUE-EXIT
       DISPLAY 'PICKED UP ' WS-RELEASED-COUNT
           ' RELEASED HELD RECORDS'
    END-IF.

FINISH.

    END-EVALUATE.
COPY-ONE-RECORD-EXIT.
    EXIT.

*>no queue just means nothing was ever held
LOAD-HELD-QUEUE.
    OPEN INPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = '00'
       GO TO LOAD-HELD-QUEUE-EXIT
    END-IF.
    PERFORM LOAD-ONE-HELD UNTIL HELD-EOF OR WS-HQ-FULL.
    CLOSE HELD-FILE.
*>left at condition code 0 - the run step must still go, and
*>the released records simply wait on the queue another night
    IF WS-HQ-FULL
       DISPLAY 'HELDFILE EXCEEDS TABLE - RELEASED RECORDS NOT '
           'PICKED UP'
       MOVE 0 TO WS-HQ-CT
    END-IF.
LOAD-HELD-QUEUE-EXIT.
    EXIT.

LOAD-ONE-HELD.
    READ HELD-FILE
        AT END SET HELD-EOF TO TRUE
    END-READ.
    IF NOT HELD-EOF
       IF WS-HQ-CT < WS-HQ-MAX
          ADD 1 TO WS-HQ-CT
          MOVE HELD-LINE TO HQ-LINE(WS-HQ-CT)
       ELSE
          SET WS-HQ-FULL TO TRUE
       END-IF
    END-IF.

*>a released record goes out on the pass for its own tier, and is
*>marked picked up in the table as it goes
COPY-ONE-RELEASED.
    MOVE HQ-LINE(WS-HQ-SUB) TO HELD-REC.
    IF HELD-STATUS = 'R'
       MOVE HELD-TRAN TO WS-REL-IMAGE
       IF (WS-PASS = 1 AND WS-REL-IMAGE(55:1) = 'X')
          OR (WS-PASS = 2 AND WS-REL-IMAGE(55:1) NOT = 'X')
          MOVE 'RL' TO WS-REL-IMAGE(41:2)
          WRITE SORTED-LINE FROM WS-REL-IMAGE
          ADD 1 TO WS-RELEASED-COUNT
          IF WS-PASS = 1
             ADD 1 TO WS-EXPRESS-COUNT
          ELSE
             ADD 1 TO WS-ROUTINE-COUNT
          END-IF
          MOVE 'P' TO HELD-STATUS
          MOVE WS-RUN-DATE TO HELD-PICK-DATE
          MOVE HELD-REC TO HQ-LINE(WS-HQ-SUB)
       END-IF
    END-IF.

*>the queue back out whole, picked-up records included with their
*>P and date, so the held-items report can still answer for them.
*>A queue that cannot be rewritten leaves them marked R, and the
*>next night would pick them up a second time - said out loud
REWRITE-HELD-QUEUE.
    OPEN OUTPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = '00'
       DISPLAY 'HELDFILE COULD NOT BE REWRITTEN, STATUS '
           HELD-FILE-STATUS ' - MARK THE RELEASED RECORDS P '
           'BEFORE THE NEXT RUN'
       MOVE 12 TO WS-RC
       GO TO REWRITE-HELD-QUEUE-EXIT
    END-IF.
    PERFORM WRITE-ONE-HELD
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
    CLOSE HELD-FILE.
REWRITE-HELD-QUEUE-EXIT.
    EXIT.

WRITE-ONE-HELD.
    WRITE HELD-LINE FROM HQ-LINE(WS-HQ-SUB).
