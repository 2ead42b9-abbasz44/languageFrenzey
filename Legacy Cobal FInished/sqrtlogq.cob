DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD QUERY-PARM-FILE.
  01 query-parm-line pic X(80).
  01 arch-dir-line pic X(80).

FD ARCH-LOG-FILE.
  01 arch-log-line pic X(160).

FD STANDARD-OUTPUT.
  01 out-line pic X(132).
*>the file is moved here so the individual fields can be tested
*>against the selection criteria below
COPY "logrec.cpy".
*>the business calendar lookup's parameter area - archives are
*>cut on fiscal period ends and listed on ARCHDIR by period
COPY "bcallink.cpy".

*>selection criteria, filled in from LOGQPARM when it is present -
*>zero dates, a blank program, and a zero NUM range all mean "no
*>an archive is opened only when its month can intersect the date
*>range asked for - a one-month question stops being a
*>twelve-file scan
*>Archives cut since the fiscal calendar are listed by fiscal
*>period, so each end of the range is turned into the period it
*>falls in; a date the calendar doesn't hold keeps its YYYYMM, as
*>the older archives are listed
MARK-NEEDED-ARCHIVES.
    COMPUTE WS-FROM-MONTH = QP-DATE-FROM / 100.
    COMPUTE WS-TO-MONTH   = QP-DATE-TO / 100.
    MOVE 'P' TO BCL-FUNCTION.
    IF QP-DATE-FROM > 0
       MOVE QP-DATE-FROM TO BCL-DATE-1
       CALL "sqrtcal" USING BCAL-LINK-AREA
       IF BCL-OK
          MOVE BCL-PERIOD TO WS-FROM-MONTH
       END-IF
    END-IF.
    IF QP-DATE-TO > 0
       MOVE QP-DATE-TO TO BCL-DATE-1
       CALL "sqrtcal" USING BCAL-LINK-AREA
       IF BCL-OK
          MOVE BCL-PERIOD TO WS-TO-MONTH
       END-IF
    END-IF.
    PERFORM MARK-ONE-ARCHIVE
        VARYING WS-AR-SUB FROM 1 BY 1
        UNTIL WS-AR-SUB > WS-AR-CT.
