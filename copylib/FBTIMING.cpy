      *-------------------------------------------------------------
      *    FBTIMING - one record of the range timing file, how long
      *    each scheduled range actually took.
      *
      *    FBRMAST carries a single run-time stamp per range and
      *    nothing about how long it ran, so a 40-million-number
      *    card on FBPARM used to announce itself at 6 AM with a
      *    blown batch window. RUN-ONE-RANGE in the main program now
      *    stamps the clock as each range starts and again as it
      *    finishes (history, extract and run master written), and
      *    appends one of these per range. FBFORCST reads the recent
      *    records for throughput before the night runs.
      *
      *    TM-ELAPSED is worked out by the writer in hundredths of a
      *    second so no reader ever repeats the clock arithmetic. a
      *    range that crosses midnight is handled; a single range
      *    longer than a day is beyond any batch window and is not.
      *    TM-NUMBERS is what the range classified tonight - a range
      *    resumed off a checkpoint counts only from the resume
      *    point, because that is all the elapsed time covers.
      *    TM-QUIET-FLAG is the parm card's quiet flag: the
      *    per-number console DISPLAY costs real time, so the
      *    forecast keeps the two kinds of run apart.
      *
      *    positions:  1-  8  business date YYYYMMDD
      *               10- 17  range start value
      *               19- 26  range times-to-simulate
      *               28- 35  start date YYYYMMDD
      *               36- 43  start time HHMMSShh
      *               45- 52  end date YYYYMMDD
      *               53- 60  end time HHMMSShh
      *               62- 69  numbers classified
      *               71- 78  elapsed, hundredths of a second
      *               79      quiet flag off the parm card
      *               80      filler
      *-------------------------------------------------------------
       01  TIMING-RECORD.
           05  TM-BUSINESS-DATE                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-START-VALUE                  PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-TIMES-TO-SIM                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-START-DATE                   PIC 9(08).
           05  TM-START-TIME                   PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-END-DATE                     PIC 9(08).
           05  TM-END-TIME                     PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-NUMBERS                      PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TM-ELAPSED                      PIC 9(08).
           05  TM-QUIET-FLAG                   PIC X(01).
           05  FILLER                          PIC X(01).
