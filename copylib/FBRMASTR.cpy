      *    logic keeps a range from ever being written twice for
      *    the same run.
      *
      *    RM-RUN-TYPE: NIGHTLY (RUN-ONE-RANGE), CATCHUP (the same,
      *    run late for a missed business date through FBCATCH - its
      *    report is a REPORT.CATCHUP generation, not the dated
      *    dataset) or MERGED (FBMERGE stitching a split night). add
      *    new types by agreement with every reader - that is the
      *    whole point of the file.
      *
      *    RM-COST-CENTER: the department the range is charged back
      *    to, off its FBPARM card (see copylib/FBCCREF.cpy) - spaces
      *    on records written before the chargeback existed. FBCHARGE
      *    bills from it at month end.
      *-------------------------------------------------------------
       01  RUNMAST-RECORD.
           05  RM-KEY.
           05  RM-RANGE-RC                     PIC 9(04).
           05  RM-RUN-TYPE                     PIC X(08).
           05  RM-RULESET-ID                   PIC X(08).
           05  RM-COST-CENTER                  PIC X(06).
