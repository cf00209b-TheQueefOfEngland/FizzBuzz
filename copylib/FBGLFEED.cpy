      *-------------------------------------------------------------
      *    FBGLFEED - one record of the month-end chargeback feed to
      *    the general-ledger system, written by FBCHARGE.
      *
      *    one detail record per cost center per kind of charge
      *    (NIGHTLY scheduled ranges, ADHOC specific-number runs)
      *    that had activity in the period, then one trailer record
      *    carrying the detail count and the amount total the GL
      *    load balances against. the GL system loads it
      *    positionally - do not reorder or resize fields here
      *    without a GL change ticket; add new ones by eating the
      *    FILLER at the end. charges that cannot be billed (no cost
      *    center on the run, or one finance has never set up) are
      *    held off the feed and listed on the invoice report.
      *
      *    detail:     1      record type D
      *                2-  7  period YYYYMM
      *                8- 13  cost center
      *               14- 25  GL account off FBCCREF
      *               26- 33  charge type NIGHTLY / ADHOC
      *               34- 39  runs charged
      *               40- 51  numbers simulated
      *               52- 62  amount, 9(09)V99 - implied decimal
      *               63- 70  date the feed was produced YYYYMMDD
      *               71- 80  filler
      *
      *    trailer:    1      record type T
      *                2-  7  period YYYYMM
      *                8- 13  count of detail records
      *               14- 26  amount total, 9(11)V99 - implied
      *                       decimal
      *               27- 34  date the feed was produced YYYYMMDD
      *               35- 80  filler
      *-------------------------------------------------------------
       01  GLFEED-RECORD.
           05  GL-RECORD-TYPE                  PIC X(01).
               88  GL-DETAIL                   VALUE "D".
               88  GL-TRAILER                  VALUE "T".
           05  GL-PERIOD                       PIC 9(06).
           05  GL-DETAIL-BODY.
               10  GL-COST-CENTER              PIC X(06).
               10  GL-ACCOUNT                  PIC X(12).
               10  GL-CHARGE-TYPE              PIC X(08).
               10  GL-RUNS                     PIC 9(06).
               10  GL-NUMBERS                  PIC 9(12).
               10  GL-AMOUNT                   PIC 9(09)V99.
               10  GL-FEED-DATE                PIC 9(08).
               10  FILLER                      PIC X(10).
           05  GL-TRAILER-BODY REDEFINES GL-DETAIL-BODY.
               10  GL-TRL-COUNT                PIC 9(06).
               10  GL-TRL-AMOUNT               PIC 9(11)V99.
               10  GL-TRL-FEED-DATE            PIC 9(08).
               10  FILLER                      PIC X(46).
