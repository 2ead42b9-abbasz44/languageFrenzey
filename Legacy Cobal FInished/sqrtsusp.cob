*>open items get chased instead of forgotten.  Condition code 4
*>when anything is still open, so the scheduler can see the desk
*>has work.
*>Items are aged in business days off the BUSCAL calendar (CALL
*>"sqrtcal"), so a holiday weekend doesn't push the whole file a
*>band older.  An item the calendar can't age - no BUSCAL, or a
*>date outside it - is estimated from calendar days at five
*>working days in seven and marked EST on the listing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*>the suspense entry layout the batch reader writes - each line
*>read off the file is spread over these fields
COPY "susprec.cpy".
*>the business calendar lookup's parameter area
COPY "bcallink.cpy".

77 SUSP-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCLR-FILE-STATUS PIC X(02) VALUE SPACES.
      03 SU-DEGREE     PIC X(02).
      03 SU-STATUS     PIC X(01).
      03 SU-CLEAR-DATE PIC 9(08).
      03 SU-AGE        PIC 9(05).
      03 SU-AGE-EST    PIC X(01).

*>one clearance line taken apart
01 SUSP-CLR-REC.
77 WS-CLR-APPLIED PIC 9(7) VALUE 0.
77 WS-OPEN-COUNT  PIC 9(7) VALUE 0.

*>age of an open item in business days.  The fallback works the
*>calendar days out from the date pieces with thirty-day months
*>and takes five in seven of them - coarse, but it only stands in
*>when the calendar can't answer
01 WS-RUN-DATE   PIC 9(8) VALUE ZEROES.
01 WS-DATE-PARTS REDEFINES WS-RUN-DATE.
   02 RD-YYYY PIC 9(4).
   02 ID-DD   PIC 9(2).
77 WS-AGE-DAYS  PIC S9(5) VALUE 0.
77 WS-BAND-SUB  PIC 9(1) VALUE 0.
77 WS-EST-COUNT PIC 9(7) VALUE 0.

*>per-client aging - a slot per client with open items, four age
*>bands each: 0-5, 6-20, 21-60, over 60 business days (a week, a
*>month, a quarter)
77 WS-AG-MAX    PIC 9(2) VALUE 50.
77 WS-AG-CT     PIC 9(2) VALUE 0.
77 WS-AG-SUB    PIC 9(2) VALUE 0.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

01 AGING-TITLE.
   02 FILLER PIC X(44) VALUE
      'OPEN ITEMS BY AGE IN BUSINESS DAYS:         '.

01 AGING-HEADS.
   02 FILLER PIC X(8)  VALUE 'CLIENT  '.
   02 FILLER PIC X(4)  VALUE SPACES.
   02 FILLER PIC X(7)  VALUE '    0-5'.
   02 FILLER PIC X(3)  VALUE SPACES.
   02 FILLER PIC X(8)  VALUE '    6-20'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(9)  VALUE '    21-60'.
   02 FILLER PIC X(2)  VALUE SPACES.
   02 FILLER PIC X(8)  VALUE ' OVER 60'.

01 AGING-LINE.
   02 AL-CLIENT PIC X(08).
   02 OD-REASON PIC X(02).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OD-NUM PIC X(18).
   02 FILLER PIC X(2) VALUE SPACES.
   02 OD-AGE PIC ZZZZ9.
   02 FILLER PIC X(3) VALUE ' BD'.
   02 OD-AGE-EST PIC X(4).

01 OPEN-HEAD-LINE.
   02 FILLER PIC X(40) VALUE
   02 FILLER PIC X(40) VALUE
      'NO OPEN ITEMS - SUSPENSE IS CLEAR       '.

01 NO-CAL-MESS.
   02 FILLER PIC X(44) VALUE
      'NO BUSCAL CALENDAR - AGES ARE ESTIMATES     '.

01 NO-SUSP-MESS.
   02 FILLER PIC X(44) VALUE
      'SUSPFILE COULD NOT BE OPENED - NOTHING DONE '.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    PERFORM LOAD-SUSPENSE-TABLE THRU LOAD-SUSPENSE-TABLE-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM APPLY-CLEARANCES.
    PERFORM REWRITE-SUSPENSE-FILE
        THRU REWRITE-SUSPENSE-FILE-EXIT.
    IF WS-RC NOT = 0
       GO TO FINISH
    END-IF.
    PERFORM RESET-CLEARANCE-FILE.
    PERFORM BUILD-AGING-TOTALS.
    PERFORM WRITE-AGING-REPORT THRU WRITE-AGING-REPORT-EXIT.

FINISH.

AGE-ONE-ENTRY.
    IF SU-STATUS(WS-SU-SUB) = 'O'
       ADD 1 TO WS-OPEN-COUNT
       PERFORM WORK-OUT-ITEM-AGE
       MOVE WS-AGE-DAYS TO SU-AGE(WS-SU-SUB)
       EVALUATE TRUE
           WHEN WS-AGE-DAYS <= 5  MOVE 1 TO WS-BAND-SUB
           WHEN WS-AGE-DAYS <= 20 MOVE 2 TO WS-BAND-SUB
           WHEN WS-AGE-DAYS <= 60 MOVE 3 TO WS-BAND-SUB
           WHEN OTHER             MOVE 4 TO WS-BAND-SUB
       END-EVALUATE
       PERFORM FIND-AGING-SLOT
       IF WS-AG-USE > 0
          ADD 1 TO AG-BAND-COUNT(WS-AG-USE, WS-BAND-SUB)
       END-IF
    END-IF.

*>business days from the day the item was raised to today; the
*>calendar-day estimate only when the calendar has no answer
WORK-OUT-ITEM-AGE.
    MOVE SPACE TO SU-AGE-EST(WS-SU-SUB).
    MOVE 'B' TO BCL-FUNCTION.
    MOVE SU-DATE(WS-SU-SUB) TO BCL-DATE-1.
    MOVE WS-RUN-DATE        TO BCL-DATE-2.
    CALL "sqrtcal" USING BCAL-LINK-AREA.
    IF BCL-OK
       MOVE BCL-DAYS TO WS-AGE-DAYS
    ELSE
       MOVE SU-DATE(WS-SU-SUB) TO WS-ITEM-DATE
       COMPUTE WS-AGE-DAYS
           = (RD-YYYY - ID-YYYY) * 365
       IF WS-AGE-DAYS < 0
          MOVE 0 TO WS-AGE-DAYS
       END-IF
       COMPUTE WS-AGE-DAYS ROUNDED = WS-AGE-DAYS * 5 / 7
       MOVE 'E' TO SU-AGE-EST(WS-SU-SUB)
       ADD 1 TO WS-EST-COUNT
    END-IF.

FIND-AGING-SLOT.
    MOVE 'ITEMS STILL OPEN                  ' TO CL-LABEL.
    MOVE WS-OPEN-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF WS-EST-COUNT > 0
       MOVE 'ITEMS AGED ON ESTIMATE            ' TO CL-LABEL
       MOVE WS-EST-COUNT TO CL-COUNT
       WRITE OUT-LINE FROM COUNT-LINE
       IF BCL-NO-CALENDAR
          WRITE OUT-LINE FROM NO-CAL-MESS
       END-IF
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.
    IF WS-OPEN-COUNT = 0
       WRITE OUT-LINE FROM NONE-OPEN-LINE
       GO TO WRITE-AGING-REPORT-EXIT
    END-IF.
    WRITE OUT-LINE FROM AGING-TITLE.
    WRITE OUT-LINE FROM AGING-HEADS.
    PERFORM WRITE-ONE-AGING-LINE
        VARYING WS-AG-SUB FROM 1 BY 1
       MOVE SU-CLIENT(WS-SU-SUB) TO OD-CLIENT
       MOVE SU-REASON(WS-SU-SUB) TO OD-REASON
       MOVE SU-NUM(WS-SU-SUB)    TO OD-NUM
       MOVE SU-AGE(WS-SU-SUB)    TO OD-AGE
       IF SU-AGE-EST(WS-SU-SUB) = 'E'
          MOVE ' EST' TO OD-AGE-EST
       ELSE
          MOVE SPACES TO OD-AGE-EST
       END-IF
       WRITE OUT-LINE FROM OPEN-DETAIL-LINE
    END-IF.
