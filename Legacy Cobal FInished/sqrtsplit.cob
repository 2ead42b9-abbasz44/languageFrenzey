SELECT SUBMIT-REG-FILE ASSIGN TO "SUBMREG"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS SREG-FILE-STATUS.
*>the run number SQRTRNUM assigned the streams, so the register
*>line names the run that will process the file
SELECT RUN-NO-FILE ASSIGN TO "RUNNOFIL"
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS RNO-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*>widened with TRANREC as the suspense-id and priority columns
*>came in, so corrections and express markings survive the split
FD STREAM-1-FILE.
  01 stream-1-line pic X(95).

FD STREAM-2-FILE.
  01 stream-2-line pic X(95).

FD STREAM-3-FILE.
  01 stream-3-line pic X(95).

FD STREAM-4-FILE.
  01 stream-4-line pic X(95).

FD SUBMIT-REG-FILE.
  01 submit-reg-line pic X(48).

FD RUN-NO-FILE.
  01 run-no-line pic X(06).

WORKING-STORAGE SECTION.
*>the SQRTIN submission control records and this run's verify
*>totals - the same whole-file discipline the batch reader's own
*>pre-pass applies
COPY "subrec.cpy".
COPY "runrec.cpy".
77 SREG-FILE-STATUS  PIC X(02) VALUE SPACES.
77 RNO-FILE-STATUS   PIC X(02) VALUE SPACES.
77 WS-RUN-NO         PIC 9(06) VALUE 0.
77 WS-SUB-PRESENT-SW PIC X(01) VALUE 'N'.
   88 WS-SUB-PRESENT            VALUE 'Y'.
77 WS-SUB-TRL-SW     PIC X(01) VALUE 'N'.
   88 WS-SUB-TRL-SEEN           VALUE 'Y'.
77 WS-SUB-CLIENT     PIC X(08) VALUE SPACES.
77 WS-SUB-SERIAL     PIC 9(06) VALUE 0.
77 WS-SUB-HDR-DATE   PIC 9(08) VALUE 0.
77 WS-SUB-COUNT      PIC 9(07) VALUE 0.
77 WS-SUB-HASH       PIC S9(13)V9(6) VALUE 0.
77 WS-SUB-EXP-COUNT  PIC 9(07) VALUE 0.
   88 WS-SREG-DUPLICATE         VALUE 'Y'.
*>one register line per submission split clean - appended only
*>after the whole deal completed, so a rerun of an abended split
*>never trips over its own serial.  Same layout the batch reader
*>writes: the shared stream run number, the header date and the
*>records verified follow the date
01 SUBMIT-REG-REC.
   02 SR-CLIENT   PIC X(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-SERIAL   PIC 9(06).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-DATE     PIC 9(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-RUN-NO   PIC 9(06).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-HDR-DATE PIC 9(08).
   02 FILLER      PIC X VALUE SPACE.
   02 SR-COUNT    PIC 9(07).
77 WS-RUN-DATE  PIC 9(8) VALUE ZEROES.

77 TRAN-FILE-STATUS PIC X(02) VALUE SPACES.
    SET WS-SUB-PRESENT TO TRUE.
    MOVE TRAN-RECORD TO SUB-HDR-REC.
    MOVE SUB-HDR-CLIENT TO WS-SUB-CLIENT.
    IF SUB-HDR-DATE NUMERIC
       MOVE SUB-HDR-DATE TO WS-SUB-HDR-DATE
    END-IF.
    IF SUB-HDR-SERIAL NUMERIC
       MOVE SUB-HDR-SERIAL TO WS-SUB-SERIAL
    ELSE
             MOVE SUB-TRL-HASH TO WS-SUB-EXP-HASH
          END-IF
       ELSE
*>a held record an operator released rides in behind the
*>department's own records - it is not one of the figures the
*>trailer promised, so it stays out of both totals
          IF TRAN-REJ-REASON NOT = 'RL'
             ADD 1 TO WS-SUB-COUNT
*>mis-keyed values stay out of the hash on both sides of the
*>transfer, same as every other reader of this trailer
             IF TRAN-NUM NUMERIC
                ADD TRAN-NUM TO WS-SUB-HASH
             END-IF
          END-IF
       END-IF
    END-IF.
       OPEN OUTPUT SUBMIT-REG-FILE
    END-IF.
    IF SREG-FILE-STATUS = '00'
       PERFORM READ-STREAM-RUN-NO
       MOVE WS-SUB-CLIENT TO SR-CLIENT
       MOVE WS-SUB-SERIAL TO SR-SERIAL
       MOVE WS-RUN-DATE   TO SR-DATE
       MOVE WS-RUN-NO     TO SR-RUN-NO
       MOVE WS-SUB-HDR-DATE TO SR-HDR-DATE
       MOVE WS-SUB-COUNT  TO SR-COUNT
       WRITE SUBMIT-REG-LINE FROM SUBMIT-REG-REC
       CLOSE SUBMIT-REG-FILE
    ELSE
REGISTER-SUBMISSION-EXIT.
    EXIT.

*>the shared stream run number off RUNNOFIL - optional, the same
*>status-checked open the other run readers use; a split run
*>without one registers the file under run zero
READ-STREAM-RUN-NO.
    OPEN INPUT RUN-NO-FILE.
    IF RNO-FILE-STATUS = '00'
       READ RUN-NO-FILE INTO RUN-NO-REC
           AT END CONTINUE
       END-READ
       IF RNO-FILE-STATUS = '00'
          IF RUN-THIS-NO NUMERIC
             MOVE RUN-THIS-NO TO WS-RUN-NO
          END-IF
       END-IF
       CLOSE RUN-NO-FILE
    END-IF.

*>deals the next record to whichever stream is up, then moves the
*>turn along - round-robin keeps the four within one record of
*>one another
