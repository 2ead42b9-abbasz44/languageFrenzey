IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtheld.

*>held-items report.  The batch readers put a client's records
*>past its monthly QUOTAFIL allowance on HELDFILE instead of
*>computing them; an operator releases them from the mathmenu
*>held-items option and the next night's ordering pass picks
*>them up into SQRTIN.  This program reads the queue - it never
*>changes it - and prints HELDRPT: by client, how many records
*>are still waiting and how long the oldest has waited, how many
*>are released but not yet picked up, and then every waiting and
*>released record with its age, so nothing sits on the queue
*>unnoticed.  Condition code 4 when anything is still waiting,
*>so the scheduler can see the desk has decisions to make.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT HELD-FILE ASSIGN TO "HELDFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HELD-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "HELDRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD HELD-FILE.
  01 held-line pic X(120).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
*>the held record layout the batch readers write - each line read
*>off the queue is spread over these fields
COPY "heldrec.cpy".

*>the transaction image inside the held record, for the value
COPY "tranrec.cpy".

77 HELD-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-EOF-SW        PIC X(01) VALUE 'N'.
   88 FILE-EOF                VALUE 'Y'.
77 WS-RC            PIC 9(2) VALUE 0.

*>the queue held for the report, the same whole-file table the
*>release option and the ordering pass use
77 WS-HQ-MAX    PIC 9(4) VALUE 2000.
77 WS-HQ-CT     PIC 9(4) VALUE 0.
77 WS-HQ-SUB    PIC 9(4) VALUE 0.
77 WS-HQ-FULL-SW PIC X(01) VALUE 'N'.
   88 WS-HQ-FULL              VALUE 'Y'.
01 HELD-QUEUE-TABLE.
   02 HQ-ENTRY OCCURS 2000 TIMES.
      03 HQ-LINE PIC X(120).

77 WS-READ-COUNT     PIC 9(7) VALUE 0.
77 WS-WAIT-COUNT     PIC 9(7) VALUE 0.
77 WS-REL-COUNT      PIC 9(7) VALUE 0.
77 WS-PICKED-COUNT   PIC 9(7) VALUE 0.
77 WS-OLDEST-DAYS    PIC 9(5) VALUE 0.

*>age of a held record in days, worked out from the calendar
*>pieces with thirty-day months - the same coarse reckoning the
*>suspense aging uses
01 WS-RUN-DATE   PIC 9(8) VALUE ZEROES.
01 WS-DATE-PARTS REDEFINES WS-RUN-DATE.
   02 RD-YYYY PIC 9(4).
   02 RD-MM   PIC 9(2).
   02 RD-DD   PIC 9(2).
01 WS-ITEM-DATE  PIC 9(8) VALUE ZEROES.
01 WS-ITEM-PARTS REDEFINES WS-ITEM-DATE.
   02 ID-YYYY PIC 9(4).
   02 ID-MM   PIC 9(2).
   02 ID-DD   PIC 9(2).
77 WS-AGE-DAYS  PIC S9(5) VALUE 0.

*>per-client totals - a slot per client with anything waiting or
*>released
77 WS-HC-MAX    PIC 9(2) VALUE 50.
77 WS-HC-CT     PIC 9(2) VALUE 0.
77 WS-HC-SUB    PIC 9(2) VALUE 0.
77 WS-HC-USE    PIC 9(2) VALUE 0.
77 WS-HC-FOUND-SW PIC X(01) VALUE 'N'.
   88 WS-HC-FOUND             VALUE 'Y'.
01 HELD-CLIENT-TABLE.
   02 HC-ENTRY OCCURS 50 TIMES.
      03 HC-CLIENT   PIC X(08).
      03 HC-WAITING  PIC 9(5).
      03 HC-OLDEST   PIC 9(5).
      03 HC-RELEASED PIC 9(5).

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'HELD ITEMS OVER QUOTA     '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 CLIENT-HEADS.
   02 FILLER PIC X(8)  VALUE 'CLIENT  '.
   02 FILLER PIC X(4)  VALUE SPACES.
   02 FILLER PIC X(7)  VALUE 'WAITING'.
   02 FILLER PIC X(3)  VALUE SPACES.
   02 FILLER PIC X(11) VALUE 'OLDEST DAYS'.
   02 FILLER PIC X(3)  VALUE SPACES.
   02 FILLER PIC X(8)  VALUE 'RELEASED'.

01 CLIENT-LINE.
   02 CT-CLIENT PIC X(08).
   02 FILLER PIC X(6) VALUE SPACES.
   02 CT-WAITING PIC ZZZZ9.
   02 FILLER PIC X(9) VALUE SPACES.
   02 CT-OLDEST PIC ZZZZ9.
   02 FILLER PIC X(8) VALUE SPACES.
   02 CT-RELEASED PIC ZZZZ9.

01 ITEM-HEADS.
   02 FILLER PIC X(1)  VALUE SPACE.
   02 FILLER PIC X(14) VALUE 'HELD ID       '.
   02 FILLER PIC X(12) VALUE 'HELD ON     '.
   02 FILLER PIC X(10) VALUE 'CLIENT    '.
   02 FILLER PIC X(3)  VALUE 'FN '.
   02 FILLER PIC X(3)  VALUE 'ST '.
   02 FILLER PIC X(6)  VALUE ' DAYS '.
   02 FILLER PIC X(20) VALUE 'NUMBER              '.
   02 FILLER PIC X(20) VALUE 'RELEASED BY         '.

01 ITEM-LINE.
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-ID PIC X(12).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-DATE PIC 9999/99/99.
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-CLIENT PIC X(08).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-FUNC PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-STATUS PIC X(01).
   02 FILLER PIC X(2) VALUE SPACES.
   02 IL-AGE PIC ZZZZ9.
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-NUM PIC -(11)9.9(6).
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-REL-OPER PIC X(08).
   02 FILLER PIC X(1) VALUE SPACE.
   02 IL-REL-DATE PIC X(10).

01 ITEM-HEAD-LINE.
   02 FILLER PIC X(44) VALUE
      'WAITING (H) AND RELEASED (R) RECORDS:       '.

01 NONE-HELD-LINE.
   02 FILLER PIC X(40) VALUE
      'NOTHING HELD - THE QUEUE IS CLEAR       '.

01 NO-HELD-MESS.
   02 FILLER PIC X(44) VALUE
      'HELDFILE COULD NOT BE OPENED - NOTHING DONE '.

01 HELD-FULL-MESS.
   02 FILLER PIC X(44) VALUE
      'HELDFILE EXCEEDS TABLE - NOTHING REPORTED   '.

01 WS-EDIT-DATE   PIC 9999/99/99.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM LOAD-HELD-QUEUE THRU LOAD-HELD-QUEUE-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM BUILD-HELD-TOTALS.
    PERFORM WRITE-HELD-REPORT THRU WRITE-HELD-REPORT-EXIT.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>no held file yet just means no client has gone over its quota
*>- an empty, clean report rather than a failure
LOAD-HELD-QUEUE.
    MOVE 'N' TO WS-EOF-SW.
    OPEN INPUT HELD-FILE.
    IF HELD-FILE-STATUS NOT = '00'
       IF HELD-FILE-STATUS = '35'
          GO TO LOAD-HELD-QUEUE-EXIT
       END-IF
       WRITE OUT-LINE FROM NO-HELD-MESS
       MOVE 8 TO WS-RC
       GO TO LOAD-HELD-QUEUE-EXIT
    END-IF.
    PERFORM LOAD-ONE-HELD UNTIL FILE-EOF OR WS-HQ-FULL.
    CLOSE HELD-FILE.
LOAD-HELD-QUEUE-EXIT.
    EXIT.

LOAD-ONE-HELD.
    READ HELD-FILE
        AT END SET FILE-EOF TO TRUE
    END-READ.
    IF NOT FILE-EOF
       IF WS-HQ-CT < WS-HQ-MAX
          ADD 1 TO WS-HQ-CT
          MOVE HELD-LINE TO HQ-LINE(WS-HQ-CT)
       ELSE
*>a short count would understate what is waiting - the report
*>stops out loud instead
          SET WS-HQ-FULL TO TRUE
          DISPLAY 'HELDFILE EXCEEDS TABLE - RUN SPLIT NEEDED'
          WRITE OUT-LINE FROM HELD-FULL-MESS
          MOVE 8 TO WS-RC
       END-IF
    END-IF.

BUILD-HELD-TOTALS.
    PERFORM AGE-ONE-HELD
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.

*>picked-up records are history - counted, but they are in some
*>night's SQRTIN now and owe nobody anything
AGE-ONE-HELD.
    MOVE HQ-LINE(WS-HQ-SUB) TO HELD-REC.
    ADD 1 TO WS-READ-COUNT.
    IF HELD-STATUS = 'P'
       ADD 1 TO WS-PICKED-COUNT
    END-IF.
    IF HELD-STATUS = 'H' OR HELD-STATUS = 'R'
       PERFORM AGE-HELD-RECORD
       PERFORM FIND-HELD-CLIENT-SLOT
       IF HELD-STATUS = 'H'
          ADD 1 TO WS-WAIT-COUNT
          IF WS-AGE-DAYS > WS-OLDEST-DAYS
             MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
          END-IF
       ELSE
          ADD 1 TO WS-REL-COUNT
       END-IF
       IF WS-HC-USE > 0
          IF HELD-STATUS = 'H'
             ADD 1 TO HC-WAITING(WS-HC-USE)
             IF WS-AGE-DAYS > HC-OLDEST(WS-HC-USE)
                MOVE WS-AGE-DAYS TO HC-OLDEST(WS-HC-USE)
             END-IF
          ELSE
             ADD 1 TO HC-RELEASED(WS-HC-USE)
          END-IF
       END-IF
    END-IF.

AGE-HELD-RECORD.
    IF HELD-DATE NUMERIC
       MOVE HELD-DATE TO WS-ITEM-DATE
       COMPUTE WS-AGE-DAYS
           = (RD-YYYY - ID-YYYY) * 365
           + (RD-MM - ID-MM) * 30
           + (RD-DD - ID-DD)
    ELSE
       MOVE 0 TO WS-AGE-DAYS
    END-IF.
    IF WS-AGE-DAYS < 0
       MOVE 0 TO WS-AGE-DAYS
    END-IF.

FIND-HELD-CLIENT-SLOT.
    MOVE 'N' TO WS-HC-FOUND-SW.
    MOVE 0 TO WS-HC-USE.
    PERFORM MATCH-ONE-HELD-CLIENT
        VARYING WS-HC-SUB FROM 1 BY 1
        UNTIL WS-HC-SUB > WS-HC-CT OR WS-HC-FOUND.
    IF NOT WS-HC-FOUND
       IF WS-HC-CT < WS-HC-MAX
          ADD 1 TO WS-HC-CT
          MOVE HELD-CLIENT TO HC-CLIENT(WS-HC-CT)
          MOVE 0 TO HC-WAITING(WS-HC-CT)
          MOVE 0 TO HC-OLDEST(WS-HC-CT)
          MOVE 0 TO HC-RELEASED(WS-HC-CT)
          MOVE WS-HC-CT TO WS-HC-USE
       END-IF
    END-IF.

MATCH-ONE-HELD-CLIENT.
    IF HC-CLIENT(WS-HC-SUB) = HELD-CLIENT
       SET WS-HC-FOUND TO TRUE
       MOVE WS-HC-SUB TO WS-HC-USE
    END-IF.

WRITE-HELD-REPORT.
    MOVE 'HELD RECORDS ON FILE              ' TO CL-LABEL.
    MOVE WS-READ-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'STILL WAITING FOR RELEASE         ' TO CL-LABEL.
    MOVE WS-WAIT-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'RELEASED, NOT YET PICKED UP       ' TO CL-LABEL.
    MOVE WS-REL-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'PICKED UP INTO A RUN              ' TO CL-LABEL.
    MOVE WS-PICKED-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'OLDEST WAITING, DAYS              ' TO CL-LABEL.
    MOVE WS-OLDEST-DAYS TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    IF WS-WAIT-COUNT = 0 AND WS-REL-COUNT = 0
       WRITE OUT-LINE FROM NONE-HELD-LINE
       GO TO WRITE-HELD-REPORT-EXIT
    END-IF.
    WRITE OUT-LINE FROM CLIENT-HEADS.
    PERFORM WRITE-ONE-CLIENT-LINE
        VARYING WS-HC-SUB FROM 1 BY 1
        UNTIL WS-HC-SUB > WS-HC-CT.
    WRITE OUT-LINE FROM UNDER-LINE.
    WRITE OUT-LINE FROM ITEM-HEAD-LINE.
    WRITE OUT-LINE FROM ITEM-HEADS.
    PERFORM WRITE-ONE-HELD-ITEM
        VARYING WS-HQ-SUB FROM 1 BY 1
        UNTIL WS-HQ-SUB > WS-HQ-CT.
*>records still waiting leave the step with the completed-with-
*>work code - somebody has a release to decide on
    IF WS-WAIT-COUNT > 0
       MOVE 4 TO WS-RC
    END-IF.
WRITE-HELD-REPORT-EXIT.
    EXIT.

WRITE-ONE-CLIENT-LINE.
    MOVE HC-CLIENT(WS-HC-SUB)   TO CT-CLIENT.
    MOVE HC-WAITING(WS-HC-SUB)  TO CT-WAITING.
    MOVE HC-OLDEST(WS-HC-SUB)   TO CT-OLDEST.
    MOVE HC-RELEASED(WS-HC-SUB) TO CT-RELEASED.
    WRITE OUT-LINE FROM CLIENT-LINE.

WRITE-ONE-HELD-ITEM.
    MOVE HQ-LINE(WS-HQ-SUB) TO HELD-REC.
    IF HELD-STATUS = 'H' OR HELD-STATUS = 'R'
       PERFORM AGE-HELD-RECORD
       MOVE HELD-TRAN   TO TRAN-RECORD
       MOVE HELD-ID     TO IL-ID
       MOVE HELD-DATE   TO IL-DATE
       MOVE HELD-CLIENT TO IL-CLIENT
       MOVE HELD-FUNC   TO IL-FUNC
       MOVE HELD-STATUS TO IL-STATUS
       MOVE WS-AGE-DAYS TO IL-AGE
       IF TRAN-NUM NUMERIC
          MOVE TRAN-NUM TO IL-NUM
       ELSE
          MOVE 0 TO IL-NUM
       END-IF
       IF HELD-STATUS = 'R'
          MOVE HELD-REL-OPER TO IL-REL-OPER
          MOVE HELD-REL-DATE TO WS-EDIT-DATE
          MOVE WS-EDIT-DATE  TO IL-REL-DATE
       ELSE
          MOVE SPACES TO IL-REL-OPER
          MOVE SPACES TO IL-REL-DATE
       END-IF
       WRITE OUT-LINE FROM ITEM-LINE
    END-IF.
