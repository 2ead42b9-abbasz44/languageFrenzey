IDENTIFICATION DIVISION.
PROGRAM-ID. sqrtsubq.

*>submission lifecycle inquiry, batch form.  Each SUBQPARM line
*>asks after one submission - a client and serial, or a run
*>number alone - and SUBQRPT answers with the whole life of it:
*>when SUBMREG received it, which run processed it, the run's
*>computed / rejected / non-converged / held counts off SQRTLOG
*>(or the month-end archives), suspense items still open against
*>cleared, whether the response file went out on DISTREG, whether
*>SQRTACK acknowledged the run, and whether BILLHIST shows it
*>billed.  The walk itself is sqrtlife's, shared with the menu
*>inquiry, so the desk and the operator always get the same
*>answer.  Read only throughout.
*>
*>SUBQPARM: client in cols 1-8, serial in cols 10-15, run number
*>in cols 17-22; a serial wins over a run number on the same
*>line.  Condition code 4 when any submission asked after can't
*>be found, 8 when there is no usable SUBQPARM line at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUBQ-PARM-FILE ASSIGN TO "SUBQPARM"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS PARM-FILE-STATUS.
SELECT STANDARD-OUTPUT ASSIGN TO "SUBQRPT"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD SUBQ-PARM-FILE.
  01 subq-parm-line pic X(80).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).

WORKING-STORAGE SECTION.
*>the request and the answer, shared with sqrtlife
COPY "lifelink.cpy".

77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
77 RPT-FILE-STATUS  PIC X(02) VALUE SPACES.
77 WS-RC            PIC 9(2) VALUE 0.
77 WS-RUN-DATE      PIC 9(8) VALUE ZEROES.
77 WS-ASKED-COUNT   PIC 9(5) VALUE 0.
77 WS-FOUND-COUNT   PIC 9(5) VALUE 0.
77 WS-MISSED-COUNT  PIC 9(5) VALUE 0.

01 SUBQ-PARM-REC.
   02 SQ-CLIENT  PIC X(08).
   02 FILLER     PIC X.
   02 SQ-SERIAL  PIC X(06).
   02 FILLER     PIC X.
   02 SQ-RUN-NO  PIC X(06).

*>edited work fields the stage lines are strung together from
77 WS-DATE-ED   PIC 9999/99/99.
77 WS-DATE2-ED  PIC 9999/99/99.
77 WS-TIME-ED   PIC 99B99B99.
77 WS-TIME2-ED  PIC 99B99B99.
77 WS-COUNT-ED  PIC ZZZZZZ9.
77 WS-COUNT2-ED PIC ZZZZZZ9.
77 WS-RUN-ED    PIC 9(6).
*>the run's HHMMSSCC times cut back to the second
77 WS-HHMMSS    PIC 9(6).

01 TITLE-LINE.
   02 FILLER PIC X(9) VALUE SPACES.
   02 FILLER PIC X(26) VALUE 'SUBMISSION LIFECYCLE      '.
   02 FILLER PIC X(4) VALUE SPACES.
   02 FILLER PIC X(5) VALUE 'DATE '.
   02 TL-RUN-DATE PIC 9999/99/99.

01 UNDER-LINE.
   02 FILLER PIC X(44) VALUE
      '--------------------------------------------'.

01 ASKED-LINE.
   02 FILLER PIC X(18) VALUE 'SUBMISSION CLIENT '.
   02 AL-CLIENT PIC X(08).
   02 FILLER PIC X(9)  VALUE '  SERIAL '.
   02 AL-SERIAL PIC 9(06).
   02 FILLER PIC X(6)  VALUE '  RUN '.
   02 AL-RUN-NO PIC 9(06).

*>one stage of the submission's life - what it is, and what the
*>files say happened at it
01 STAGE-LINE.
   02 FILLER   PIC X(2) VALUE SPACES.
   02 SG-LABEL PIC X(16).
   02 SG-TEXT  PIC X(70).

01 NOT-FOUND-LINE.
   02 FILLER PIC X(44) VALUE
      '  ** NOTHING ON FILE FOR THIS SUBMISSION    '.

01 BAD-PARM-LINE.
   02 FILLER PIC X(18) VALUE '** SUBQPARM LINE  '.
   02 BP-TEXT PIC X(22).
   02 FILLER PIC X(26) VALUE ' - NO CLIENT/SERIAL OR RUN'.

01 NO-PARM-MESS.
   02 FILLER PIC X(44) VALUE
      'NO SUBQPARM INQUIRY LINES - NOTHING ASKED   '.

01 COUNT-LINE.
   02 CL-LABEL PIC X(34).
   02 CL-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO TL-RUN-DATE.
    WRITE OUT-LINE FROM TITLE-LINE.
    WRITE OUT-LINE FROM UNDER-LINE.
    OPEN INPUT SUBQ-PARM-FILE.
    IF PARM-FILE-STATUS NOT = '00'
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    PERFORM ANSWER-ONE-INQUIRY THRU ANSWER-ONE-INQUIRY-EXIT
        UNTIL PARM-FILE-STATUS NOT = '00'.
    CLOSE SUBQ-PARM-FILE.
    IF WS-ASKED-COUNT = 0
       WRITE OUT-LINE FROM NO-PARM-MESS
       MOVE 8 TO WS-RC
       GO TO FINISH
    END-IF.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE 'SUBMISSIONS ASKED AFTER          ' TO CL-LABEL.
    MOVE WS-ASKED-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SUBMISSIONS FOUND                ' TO CL-LABEL.
    MOVE WS-FOUND-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    MOVE 'SUBMISSIONS NOT FOUND            ' TO CL-LABEL.
    MOVE WS-MISSED-COUNT TO CL-COUNT.
    WRITE OUT-LINE FROM COUNT-LINE.
    IF WS-MISSED-COUNT > 0
       MOVE 4 TO WS-RC
    END-IF.

FINISH.

CLOSE STANDARD-OUTPUT.
MOVE WS-RC TO RETURN-CODE.

STOP RUN.

*>one parm line, looked up and printed; a blank line is skipped,
*>a line naming neither a serial nor a run is said and skipped
ANSWER-ONE-INQUIRY.
    MOVE SPACES TO SUBQ-PARM-REC.
    READ SUBQ-PARM-FILE INTO SUBQ-PARM-REC
        AT END GO TO ANSWER-ONE-INQUIRY-EXIT
    END-READ.
    IF PARM-FILE-STATUS NOT = '00'
       GO TO ANSWER-ONE-INQUIRY-EXIT
    END-IF.
    IF SUBQ-PARM-REC = SPACES
       GO TO ANSWER-ONE-INQUIRY-EXIT
    END-IF.
    MOVE SQ-CLIENT TO LIFE-CLIENT.
    MOVE 0 TO LIFE-SERIAL.
    MOVE 0 TO LIFE-RUN-NO.
    IF SQ-SERIAL NUMERIC
       MOVE SQ-SERIAL TO LIFE-SERIAL
    END-IF.
    IF SQ-RUN-NO NUMERIC
       MOVE SQ-RUN-NO TO LIFE-RUN-NO
    END-IF.
    IF (LIFE-SERIAL = 0 OR LIFE-CLIENT = SPACES)
       AND LIFE-RUN-NO = 0
       MOVE SUBQ-PARM-REC TO BP-TEXT
       WRITE OUT-LINE FROM BAD-PARM-LINE
       GO TO ANSWER-ONE-INQUIRY-EXIT
    END-IF.
    ADD 1 TO WS-ASKED-COUNT.
    CALL "sqrtlife" USING LIFE-LINK-AREA.
    WRITE OUT-LINE FROM UNDER-LINE.
    MOVE LIFE-CLIENT TO AL-CLIENT.
    MOVE LIFE-SERIAL TO AL-SERIAL.
    MOVE LIFE-RUN-NO TO AL-RUN-NO.
    WRITE OUT-LINE FROM ASKED-LINE.
    IF NOT LIFE-FOUND
       ADD 1 TO WS-MISSED-COUNT
       WRITE OUT-LINE FROM NOT-FOUND-LINE
       PERFORM WRITE-SOURCE-GAPS
       GO TO ANSWER-ONE-INQUIRY-EXIT
    END-IF.
    ADD 1 TO WS-FOUND-COUNT.
    PERFORM WRITE-RECEIVED-STAGE.
    PERFORM WRITE-PROCESSED-STAGE.
    PERFORM WRITE-RESULT-STAGES
        THRU WRITE-RESULT-STAGES-EXIT.
    PERFORM WRITE-SUSPENSE-STAGE
        THRU WRITE-SUSPENSE-STAGE-EXIT.
    PERFORM WRITE-DISTRIBUTED-STAGE
        THRU WRITE-DISTRIBUTED-STAGE-EXIT.
    PERFORM WRITE-ACKNOWLEDGED-STAGE
        THRU WRITE-ACKNOWLEDGED-STAGE-EXIT.
    PERFORM WRITE-BILLED-STAGE.
ANSWER-ONE-INQUIRY-EXIT.
    EXIT.

WRITE-RECEIVED-STAGE.
    MOVE 'RECEIVED' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    EVALUATE TRUE
        WHEN LIFE-REGISTERED AND LIFE-HDR-DATE = 0
             MOVE LIFE-REG-DATE TO WS-DATE-ED
             STRING WS-DATE-ED '  (REGISTERED BEFORE RUN TRACKING)'
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-REGISTERED
             MOVE LIFE-REG-DATE TO WS-DATE-ED
             MOVE LIFE-HDR-DATE TO WS-DATE2-ED
             MOVE LIFE-SENT-COUNT TO WS-COUNT-ED
             STRING WS-DATE-ED '  HEADER DATED ' WS-DATE2-ED
                 '  RECORDS ' WS-COUNT-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-SRC-REG = 'N'
             MOVE 'UNKNOWN - SUBMREG NOT AVAILABLE' TO SG-TEXT
        WHEN OTHER
             MOVE 'NOT ON SUBMREG (UNHEADERED FILE OR NOT SENT)'
                 TO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.

*>a register line written before run numbers were carried can't
*>be followed into a run, and the parallel streams leave no
*>SQRTSTAT line of their own on the main file
WRITE-PROCESSED-STAGE.
    MOVE 'PROCESSED' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    MOVE LIFE-RUN-NO TO WS-RUN-ED.
    EVALUATE TRUE
        WHEN LIFE-RUN-NO = 0
             MOVE 'RUN NOT RECORDED ON SUBMREG - CANNOT BE TRACED'
                 TO SG-TEXT
        WHEN LIFE-STAT-FOUND
             MOVE LIFE-RUN-DATE TO WS-DATE-ED
             COMPUTE WS-HHMMSS = LIFE-START-TIME / 100
             MOVE WS-HHMMSS TO WS-TIME-ED
             COMPUTE WS-HHMMSS = LIFE-END-TIME / 100
             MOVE WS-HHMMSS TO WS-TIME2-ED
             STRING 'RUN ' WS-RUN-ED ' ON ' WS-DATE-ED
                 ' FROM ' WS-TIME-ED ' TO ' WS-TIME2-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN OTHER
             STRING 'RUN ' WS-RUN-ED
                 ' - NO SQRTSTAT LINE (PARALLEL RUN OR NONE)'
                 DELIMITED BY SIZE INTO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.

WRITE-RESULT-STAGES.
    IF LIFE-RUN-NO = 0
       GO TO WRITE-RESULT-STAGES-EXIT
    END-IF.
    MOVE 'LOG LINES' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    MOVE LIFE-LOG-LINES TO WS-COUNT-ED.
    EVALUATE TRUE
        WHEN LIFE-SRC-LOG = 'N'
             MOVE 'UNKNOWN - SQRTLOG NOT AVAILABLE' TO SG-TEXT
        WHEN LIFE-LOG-SRC = 'A'
             STRING WS-COUNT-ED ' (FROM THE MONTH-END ARCHIVE)'
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-LOG-LINES = 0
             MOVE 'NONE FOUND ON THE LOG OR ITS ARCHIVES'
                 TO SG-TEXT
        WHEN OTHER
             MOVE WS-COUNT-ED TO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.
    IF LIFE-LOG-LINES = 0
       GO TO WRITE-RESULT-STAGES-EXIT
    END-IF.
    MOVE '  COMPUTED' TO SG-LABEL.
    MOVE LIFE-COMPUTED TO WS-COUNT-ED.
    MOVE WS-COUNT-ED TO SG-TEXT.
    WRITE OUT-LINE FROM STAGE-LINE.
    MOVE '  REJECTED' TO SG-LABEL.
    MOVE LIFE-REJECTED TO WS-COUNT-ED.
    MOVE WS-COUNT-ED TO SG-TEXT.
    WRITE OUT-LINE FROM STAGE-LINE.
    MOVE '  NON-CONVERGED' TO SG-LABEL.
    MOVE LIFE-NONCONV TO WS-COUNT-ED.
    MOVE WS-COUNT-ED TO SG-TEXT.
    WRITE OUT-LINE FROM STAGE-LINE.
    MOVE '  HELD' TO SG-LABEL.
    MOVE LIFE-HELD TO WS-COUNT-ED.
    MOVE WS-COUNT-ED TO SG-TEXT.
    WRITE OUT-LINE FROM STAGE-LINE.
    IF LIFE-OTHER-LINES > 0
       MOVE '  OTHER CLIENTS' TO SG-LABEL
       MOVE LIFE-OTHER-LINES TO WS-COUNT-ED
       MOVE SPACES TO SG-TEXT
       STRING WS-COUNT-ED ' LINES IN THE SAME RUN'
           DELIMITED BY SIZE INTO SG-TEXT
       WRITE OUT-LINE FROM STAGE-LINE
    END-IF.
WRITE-RESULT-STAGES-EXIT.
    EXIT.

WRITE-SUSPENSE-STAGE.
    IF LIFE-RUN-NO = 0
       GO TO WRITE-SUSPENSE-STAGE-EXIT
    END-IF.
    MOVE 'SUSPENSE' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    MOVE LIFE-SUSP-OPEN TO WS-COUNT-ED.
    MOVE LIFE-SUSP-CLEARED TO WS-COUNT2-ED.
    EVALUATE TRUE
        WHEN LIFE-SRC-SUSP = 'N'
             MOVE 'UNKNOWN - SUSPFILE NOT AVAILABLE' TO SG-TEXT
        WHEN LIFE-LAST-CLEAR > 0
             MOVE LIFE-LAST-CLEAR TO WS-DATE-ED
             STRING WS-COUNT-ED ' OPEN ' WS-COUNT2-ED
                 ' CLEARED, LAST CLEARED ' WS-DATE-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN OTHER
             STRING WS-COUNT-ED ' OPEN ' WS-COUNT2-ED ' CLEARED'
                 DELIMITED BY SIZE INTO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.
WRITE-SUSPENSE-STAGE-EXIT.
    EXIT.

WRITE-DISTRIBUTED-STAGE.
    IF LIFE-RUN-NO = 0
       GO TO WRITE-DISTRIBUTED-STAGE-EXIT
    END-IF.
    MOVE 'DISTRIBUTED' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    EVALUATE TRUE
        WHEN LIFE-DIST-FILES > 0
             MOVE LIFE-DIST-FILES TO WS-COUNT-ED
             MOVE LIFE-DIST-RECORDS TO WS-COUNT2-ED
             MOVE LIFE-DIST-DATE TO WS-DATE-ED
             STRING 'YES - ' WS-COUNT-ED ' FILE(S) ' WS-COUNT2-ED
                 ' RECORDS ON ' WS-DATE-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-SRC-DIST = 'N'
             MOVE 'UNKNOWN - DISTREG NOT AVAILABLE' TO SG-TEXT
        WHEN OTHER
             MOVE 'NO - NO RESPONSE FILE REGISTERED FOR THE RUN'
                 TO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.
WRITE-DISTRIBUTED-STAGE-EXIT.
    EXIT.

WRITE-ACKNOWLEDGED-STAGE.
    IF LIFE-RUN-NO = 0
       GO TO WRITE-ACKNOWLEDGED-STAGE-EXIT
    END-IF.
    MOVE 'ACKNOWLEDGED' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    EVALUATE TRUE
        WHEN LIFE-ACK-SYSTEMS > 0
             MOVE LIFE-ACK-SYSTEMS TO WS-COUNT-ED
             MOVE LIFE-ACK-RECORDS TO WS-COUNT2-ED
             STRING 'YES - ' WS-COUNT-ED ' SYSTEM(S), '
                 LIFE-ACK-FIRST ' LOADED ' WS-COUNT2-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-SRC-ACK = 'N'
             MOVE 'UNKNOWN - SQRTACK NOT AVAILABLE' TO SG-TEXT
        WHEN OTHER
             MOVE 'NO - NO ACKNOWLEDGMENT NAMES THE RUN' TO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.
WRITE-ACKNOWLEDGED-STAGE-EXIT.
    EXIT.

WRITE-BILLED-STAGE.
    MOVE 'BILLED' TO SG-LABEL.
    MOVE SPACES TO SG-TEXT.
    EVALUATE TRUE
        WHEN LIFE-BILLED
             MOVE LIFE-BILL-DATE TO WS-DATE-ED
             STRING 'YES - BILLING RUN OF ' WS-DATE-ED
                 DELIMITED BY SIZE INTO SG-TEXT
        WHEN LIFE-SRC-BILL = 'N'
             MOVE 'UNKNOWN - BILLHIST NOT AVAILABLE' TO SG-TEXT
        WHEN OTHER
             MOVE 'NOT YET BILLED' TO SG-TEXT
    END-EVALUATE.
    WRITE OUT-LINE FROM STAGE-LINE.

*>a submission not found may only mean its register was missing -
*>say which files could not be read
WRITE-SOURCE-GAPS.
    IF LIFE-SRC-REG = 'N'
       MOVE 'RECEIVED' TO SG-LABEL
       MOVE 'UNKNOWN - SUBMREG NOT AVAILABLE' TO SG-TEXT
       WRITE OUT-LINE FROM STAGE-LINE
    END-IF.
    IF LIFE-RUN-NO NOT = 0 AND LIFE-SRC-LOG = 'N'
       MOVE 'LOG LINES' TO SG-LABEL
       MOVE 'UNKNOWN - SQRTLOG NOT AVAILABLE' TO SG-TEXT
       WRITE OUT-LINE FROM STAGE-LINE
    END-IF.
