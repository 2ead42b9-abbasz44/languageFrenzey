      *>----------------------------------------------------------
      *> LIFELINK.CPY
      *> Shared parameter layout for CALL "sqrtlife", the
      *> submission lifecycle lookup.  COPY this member in the
      *> caller's WORKING-STORAGE and in sqrtlife's own LINKAGE
      *> SECTION, same discipline as CALCLINK, so the batch report
      *> and the menu inquiry read one answer the same way.
      *>
      *> The caller fills LIFE-CLIENT and LIFE-SERIAL, or
      *> LIFE-RUN-NO alone; sqrtlife fills in whichever half the
      *> register supplies and answers everything below from the
      *> files the run left behind.
      *>----------------------------------------------------------
       01 LIFE-LINK-AREA.
           02 LIFE-CLIENT       PIC X(08).
           02 LIFE-SERIAL       PIC 9(06).
           02 LIFE-RUN-NO       PIC 9(06).
      *>Y when the register or any run evidence was found at all
           02 LIFE-FOUND-SW     PIC X(01).
               88 LIFE-FOUND              VALUE 'Y'.
      *>received - the SUBMREG line: date registered, the date on
      *>the department's header, the records the file carried
           02 LIFE-REG-SW       PIC X(01).
               88 LIFE-REGISTERED         VALUE 'Y'.
           02 LIFE-REG-DATE     PIC 9(08).
           02 LIFE-HDR-DATE     PIC 9(08).
           02 LIFE-SENT-COUNT   PIC 9(07).
      *>processed - the run's SQRTSTAT line (single-stream runs)
           02 LIFE-STAT-SW      PIC X(01).
               88 LIFE-STAT-FOUND         VALUE 'Y'.
           02 LIFE-RUN-DATE     PIC 9(08).
           02 LIFE-START-TIME   PIC 9(08).
           02 LIFE-END-TIME     PIC 9(08).
      *>the run's SQRTLOG lines for the client by status, lines of
      *>other clients in the same run, and where they were found
      *>- L the live log, A a month-end archive, blank nowhere
           02 LIFE-LOG-LINES    PIC 9(07).
           02 LIFE-COMPUTED     PIC 9(07).
           02 LIFE-REJECTED     PIC 9(07).
           02 LIFE-NONCONV      PIC 9(07).
           02 LIFE-HELD         PIC 9(07).
           02 LIFE-OTHER-LINES  PIC 9(07).
           02 LIFE-LOG-SRC      PIC X(01).
      *>suspense items the run raised - still open, cleared, and
      *>the latest clearance date
           02 LIFE-SUSP-OPEN    PIC 9(05).
           02 LIFE-SUSP-CLEARED PIC 9(05).
           02 LIFE-LAST-CLEAR   PIC 9(08).
      *>response files registered on DISTREG for the run
           02 LIFE-DIST-FILES   PIC 9(03).
           02 LIFE-DIST-RECORDS PIC 9(07).
           02 LIFE-DIST-DATE    PIC 9(08).
      *>SQRTACK acknowledgments naming the run - how many systems,
      *>the first one, and the records it loaded
           02 LIFE-ACK-SYSTEMS  PIC 9(03).
           02 LIFE-ACK-FIRST    PIC X(10).
           02 LIFE-ACK-RECORDS  PIC 9(07).
      *>billed - a BILLHIST invoice for the client spanning the
      *>run's date, and the date that billing ran
           02 LIFE-BILL-SW      PIC X(01).
               88 LIFE-BILLED             VALUE 'Y'.
           02 LIFE-BILL-DATE    PIC 9(08).
      *>which files could be opened - N means the answer for that
      *>stage is unknown, not "didn't happen"
           02 LIFE-SOURCES.
               03 LIFE-SRC-REG  PIC X(01).
               03 LIFE-SRC-LOG  PIC X(01).
               03 LIFE-SRC-STAT PIC X(01).
               03 LIFE-SRC-SUSP PIC X(01).
               03 LIFE-SRC-DIST PIC X(01).
               03 LIFE-SRC-ACK  PIC X(01).
               03 LIFE-SRC-BILL PIC X(01).
