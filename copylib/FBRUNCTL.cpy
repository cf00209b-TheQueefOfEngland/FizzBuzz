      *    what turns a PLANNED date nobody ran into the morning's
      *    non-zero return code.
      *
      *    the run's own RUNNING, COMPLETE and FAILED records also
      *    carry the catalogued name of the report that run wrote,
      *    as its JCL handed it over on the FBRPTID card - spaces on
      *    older records, on a run with no card (a catch-up writes a
      *    report generation, not a named dataset) and on records
      *    FBCALUTL and the backout write.
      *
      *    positions:  1-  8  business date YYYYMMDD
      *                9      filler
      *               10- 17  state, left-justified
      *               19- 26  date the state was written
      *               27      filler
      *               28- 35  time the state was written
      *               36      filler
      *               37- 80  report dataset name
      *-------------------------------------------------------------
       01  RUNCTL-RECORD.
           05  RUNCTL-DATE                     PIC 9(08).
           05  RUNCTL-STAMP-DATE               PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RUNCTL-STAMP-TIME               PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RUNCTL-REPORT-DSN               PIC X(44).
