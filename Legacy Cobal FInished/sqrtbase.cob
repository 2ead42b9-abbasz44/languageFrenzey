DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG-FILE.
  01 audit-log-line pic X(160).

FD BASELINE-FILE.
  01 baseline-line pic X(80).
