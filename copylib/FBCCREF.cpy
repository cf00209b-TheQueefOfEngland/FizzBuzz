      *-------------------------------------------------------------
      *    FBCCREF - one record of the cost-center reference file,
      *    the list of departments the machine cost is charged back
      *    to.
      *
      *    every FBPARM range card and every FBADPARM requestor card
      *    names a cost center; FBEDIT refuses a card whose code is
      *    not on this file, or is on it closed, so nothing reaches
      *    FBRMAST or FBADLOG that FBCHARGE cannot bill. the file is
      *    maintained by finance - one record per code, any order.
      *    a code is closed rather than removed, so months already
      *    run still find their department and GL account.
      *
      *    positions:  1-  6  cost-center code
      *                8- 37  department name
      *               39      status: A active, C closed
      *               41- 52  general-ledger account the chargeback
      *                       posts to
      *               53- 80  filler
      *-------------------------------------------------------------
       01  CCREF-RECORD.
           05  CC-CODE                         PIC X(06).
           05  FILLER                          PIC X(01).
           05  CC-NAME                         PIC X(30).
           05  FILLER                          PIC X(01).
           05  CC-STATUS                       PIC X(01).
               88  CC-ACTIVE                   VALUE "A".
               88  CC-CLOSED                   VALUE "C".
           05  FILLER                          PIC X(01).
           05  CC-GL-ACCOUNT                   PIC X(12).
           05  FILLER                          PIC X(28).
