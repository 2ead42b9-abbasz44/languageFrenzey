SELECT SCLR-4-FILE ASSIGN TO "SUSPCLR4"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SCL4-FILE-STATUS.
*>each stream's held-over-quota records, appended onto the main
*>HELDFILE queue the same way, so the menu and the next night's
*>ordering pass see one queue
SELECT HELD-1-FILE ASSIGN TO "HELDFIL1"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HLD1-FILE-STATUS.
SELECT HELD-2-FILE ASSIGN TO "HELDFIL2"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HLD2-FILE-STATUS.
SELECT HELD-3-FILE ASSIGN TO "HELDFIL3"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HLD3-FILE-STATUS.
SELECT HELD-4-FILE ASSIGN TO "HELDFIL4"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HLD4-FILE-STATUS.
SELECT HELD-FILE ASSIGN TO "HELDFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS HELD-FILE-STATUS.
SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SUSP-FILE-STATUS.
FD RPT-4-FILE.
  01 rpt-4-line pic X(132).
FD LOG-1-FILE.
  01 log-1-line pic X(160).
FD LOG-2-FILE.
  01 log-2-line pic X(160).
FD LOG-3-FILE.
  01 log-3-line pic X(160).
FD LOG-4-FILE.
  01 log-4-line pic X(160).
FD SUSP-1-FILE.
  01 susp-1-line pic X(80).
FD SUSP-2-FILE.
  01 sclr-3-line pic X(20).
FD SCLR-4-FILE.
  01 sclr-4-line pic X(20).
FD HELD-1-FILE.
  01 held-1-line pic X(120).
FD HELD-2-FILE.
  01 held-2-line pic X(120).
FD HELD-3-FILE.
  01 held-3-line pic X(120).
FD HELD-4-FILE.
  01 held-4-line pic X(120).
FD HELD-FILE.
  01 held-line pic X(120).
FD SUSPENSE-FILE.
  01 suspense-line pic X(80).
FD SUSP-CLR-FILE.
FD STANDARD-OUTPUT.
  01 out-line pic X(132).
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

WORKING-STORAGE SECTION.
77 RPT1-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCL2-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCL3-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCL4-FILE-STATUS PIC X(02) VALUE SPACES.
77 HLD1-FILE-STATUS PIC X(02) VALUE SPACES.
77 HLD2-FILE-STATUS PIC X(02) VALUE SPACES.
77 HLD3-FILE-STATUS PIC X(02) VALUE SPACES.
77 HLD4-FILE-STATUS PIC X(02) VALUE SPACES.
77 HELD-FILE-STATUS PIC X(02) VALUE SPACES.
77 SUSP-FILE-STATUS PIC X(02) VALUE SPACES.
77 SCLR-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.

*>every stream line passes through here so one set of paragraphs
*>serves all four report files
77 WS-MERGE-LINE    PIC X(160) VALUE SPACES.
77 WS-INV-TALLY     PIC 9(3)  VALUE 0.
77 WS-DETAIL-COUNT  PIC 9(7)  VALUE 0.
77 WS-NC-TOTAL      PIC 9(7)  VALUE 0.
   02 PRP-COUNT    PIC ZZZZZZ9.
77 WS-EXPRESS-TOTAL PIC 9(7) VALUE 0.
77 WS-ROUTINE-TOTAL PIC 9(7) VALUE 0.
*>the streams' held-over-quota counts, same trailer line layout
77 WS-HELD-TOTAL    PIC 9(7) VALUE 0.
*>the streams' suspect-duplicate and range counts, same layout -
*>the range values are why the detail lines outnumber SQRTIN
77 WS-DUP-TOTAL     PIC 9(7) VALUE 0.
77 WS-RANGE-TOTAL   PIC 9(7) VALUE 0.
77 WS-RANGE-VAL-TOTAL PIC 9(7) VALUE 0.

*>combined per-client counts - same table the batch programs keep
77 WS-CLIENT-MAX   PIC 9(2) VALUE 20.
        MERGE-SUSPENSE-FILES-EXIT.
    PERFORM MERGE-CLEARANCE-FILES THRU
        MERGE-CLEARANCE-FILES-EXIT.
    PERFORM MERGE-HELD-FILES THRU MERGE-HELD-FILES-EXIT.
    DISPLAY 'MERGED ' WS-DETAIL-COUNT ' DETAIL LINES FROM '
        WS-STREAMS-SEEN ' STREAMS'.

             MOVE WS-MERGE-LINE TO PRI-LINE-PARSE
             MOVE PRP-COUNT TO WS-PARSE-COUNT
             ADD WS-PARSE-COUNT TO WS-ROUTINE-TOTAL
        WHEN WS-MERGE-LINE(1:15) = 'HELD OVER QUOTA'
             MOVE WS-MERGE-LINE TO PRI-LINE-PARSE
             MOVE PRP-COUNT TO WS-PARSE-COUNT
             ADD WS-PARSE-COUNT TO WS-HELD-TOTAL
        WHEN WS-MERGE-LINE(1:18) = 'SUSPECT DUPLICATES'
             MOVE WS-MERGE-LINE TO PRI-LINE-PARSE
             MOVE PRP-COUNT TO WS-PARSE-COUNT
             ADD WS-PARSE-COUNT TO WS-DUP-TOTAL
        WHEN WS-MERGE-LINE(1:13) = 'RANGE RECORDS'
             MOVE WS-MERGE-LINE TO PRI-LINE-PARSE
             MOVE PRP-COUNT TO WS-PARSE-COUNT
             ADD WS-PARSE-COUNT TO WS-RANGE-TOTAL
        WHEN WS-MERGE-LINE(1:12) = 'RANGE VALUES'
             MOVE WS-MERGE-LINE TO PRI-LINE-PARSE
             MOVE PRP-COUNT TO WS-PARSE-COUNT
             ADD WS-PARSE-COUNT TO WS-RANGE-VAL-TOTAL
        WHEN WS-INV-TALLY > 0
             PERFORM WRITE-DETAIL-LINE
*>every detail layout - standard, extended, and the error line -
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'HELD OVER QUOTA    ' TO PCL-LABEL.
    MOVE WS-HELD-TOTAL TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'SUSPECT DUPLICATES ' TO PCL-LABEL.
    MOVE WS-DUP-TOTAL TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'RANGE RECORDS      ' TO PCL-LABEL.
    MOVE WS-RANGE-TOTAL TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE 'RANGE VALUES       ' TO PCL-LABEL.
    MOVE WS-RANGE-VAL-TOTAL TO PCL-COUNT.
    WRITE OUT-LINE FROM PRI-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
    PERFORM CHECK-PAGE-BREAK.
    MOVE WS-NC-TOTAL TO NCL-COUNT.
    WRITE OUT-LINE FROM NC-COUNT-LINE.
    ADD 1 TO WS-LINE-CT.
        NOT AT END WRITE SUSP-CLR-LINE FROM WS-MERGE-LINE
    END-READ.

*>the four streams' held records onto the main held queue, one
*>paragraph pair per stream like the suspense files above
MERGE-HELD-FILES.
    OPEN EXTEND HELD-FILE.
    IF HELD-FILE-STATUS = '35'
       OPEN OUTPUT HELD-FILE
    END-IF.
    IF HELD-FILE-STATUS NOT = '00'
       DISPLAY 'HELDFILE COULD NOT BE OPENED, STATUS '
           HELD-FILE-STATUS
       MOVE 12 TO WS-RC
       GO TO MERGE-HELD-FILES-EXIT
    END-IF.
    PERFORM MERGE-HELD-1.
    PERFORM MERGE-HELD-2.
    PERFORM MERGE-HELD-3.
    PERFORM MERGE-HELD-4.
    CLOSE HELD-FILE.
MERGE-HELD-FILES-EXIT.
    EXIT.

MERGE-HELD-1.
    OPEN INPUT HELD-1-FILE.
    IF HLD1-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF-SW
       PERFORM MERGE-ONE-HELD1-LINE UNTIL FILE-EOF
       CLOSE HELD-1-FILE
    END-IF.

MERGE-ONE-HELD1-LINE.
    READ HELD-1-FILE INTO WS-MERGE-LINE
        AT END SET FILE-EOF TO TRUE
        NOT AT END WRITE HELD-LINE FROM WS-MERGE-LINE
    END-READ.

MERGE-HELD-2.
    OPEN INPUT HELD-2-FILE.
    IF HLD2-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF-SW
       PERFORM MERGE-ONE-HELD2-LINE UNTIL FILE-EOF
       CLOSE HELD-2-FILE
    END-IF.

MERGE-ONE-HELD2-LINE.
    READ HELD-2-FILE INTO WS-MERGE-LINE
        AT END SET FILE-EOF TO TRUE
        NOT AT END WRITE HELD-LINE FROM WS-MERGE-LINE
    END-READ.

MERGE-HELD-3.
    OPEN INPUT HELD-3-FILE.
    IF HLD3-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF-SW
       PERFORM MERGE-ONE-HELD3-LINE UNTIL FILE-EOF
       CLOSE HELD-3-FILE
    END-IF.

MERGE-ONE-HELD3-LINE.
    READ HELD-3-FILE INTO WS-MERGE-LINE
        AT END SET FILE-EOF TO TRUE
        NOT AT END WRITE HELD-LINE FROM WS-MERGE-LINE
    END-READ.

MERGE-HELD-4.
    OPEN INPUT HELD-4-FILE.
    IF HLD4-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF-SW
       PERFORM MERGE-ONE-HELD4-LINE UNTIL FILE-EOF
       CLOSE HELD-4-FILE
    END-IF.

MERGE-ONE-HELD4-LINE.
    READ HELD-4-FILE INTO WS-MERGE-LINE
        AT END SET FILE-EOF TO TRUE
        NOT AT END WRITE HELD-LINE FROM WS-MERGE-LINE
    END-READ.

*>same heading and page conventions as the stream reports
WRITE-REPORT-HEADERS.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
