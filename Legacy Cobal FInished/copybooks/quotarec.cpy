      *>----------------------------------------------------------
      *> QUOTAREC.CPY
      *> Monthly volume quota record (QUOTAFIL).  One record per
      *> CLNTMAST client that is held to a monthly allowance of
      *> computed records, optionally narrowed to one function
      *> code.  A department that dumps ten times its usual volume
      *> into SQRTIN used to blow the batch window for everyone
      *> else; once a client's month-to-date count reaches its
      *> allowance the batch readers route its further records to
      *> the HELDFILE held-transaction queue instead of computing
      *> them, and an authorized operator releases them through
      *> the mathmenu held-items option.
      *>
      *> A record with a function code governs that function only;
      *> one with a blank function code governs whatever the client
      *> submits that has no record of its own.  A client with no
      *> record at all is unlimited, and so is every client on a
      *> run without the file.
      *>----------------------------------------------------------
       01 QUOTA-REC.
           02 QUOTA-CLIENT   PIC X(08).
           02 FILLER         PIC X VALUE SPACE.
      *>R, L, E or P - blank for every function the client submits
           02 QUOTA-FUNC     PIC X(01).
           02 FILLER         PIC X VALUE SPACE.
      *>computed records allowed per calendar month
           02 QUOTA-MONTHLY  PIC 9(07).
