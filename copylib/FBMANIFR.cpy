      *-------------------------------------------------------------
      *    FBMANIFR - one row of a backup-set manifest. FBSNAP writes
      *    nine rows per set - one per file in the set, in set order
      *    (FBRMAST FBRUNCTL FBHIST FBXTRCT FBCKPT FBMSGLOG FBRULEF
      *    FBADLOG), then a SET row - both at the end of the set
      *    itself and appended to the manifest log FBBKMAN, where the
      *    operators look up the set id to hand FBRESTOR. FBRESTOR
      *    requires the two copies to agree row for row.
      *
      *    the set id is the date and time FBSNAP started, YYYYMMDD
      *    then HHMMSS.
      *
      *    per-file row:
      *      MF-COUNT   records on the file when it was copied
      *      MF-LAST    the last record's identity: the first 32
      *                 bytes of the last record in file order (the
      *                 highest key on FBRMAST; the date, time and
      *                 range or stamp that every other file leads
      *                 with) - except FBCKPT, whose records lead
      *                 with the counter, where it is the run date,
      *                 run time and counter of the last checkpoint
      *      MF-TOTAL   the five totals summed over every record -
      *                 FBRMAST and FBXTRCT only, zero for the rest
      *    SET row (MF-FILE = "SET"):
      *      MF-COUNT   records in the whole set
      *      MF-SET-FILES  files in the set
      *
      *    positions:  1- 14  set id (1-8 date, 9-14 time)
      *               16- 23  file, or SET
      *               25- 32  record count
      *               34- 65  last record's identity
      *               67-126  the five total sums, 12 digits each:
      *                       fizz, buzz, fizzbuzz, neither, other
      *-------------------------------------------------------------
       01  MANIFEST-RECORD.
           05  MF-SET-ID.
               10  MF-SET-DATE                 PIC 9(08).
               10  MF-SET-TIME                 PIC 9(06).
           05  FILLER                          PIC X(01).
           05  MF-FILE                         PIC X(08).
               88  MF-SET-ROW                  VALUE "SET     ".
           05  FILLER                          PIC X(01).
           05  MF-COUNT                        PIC 9(08).
           05  FILLER                          PIC X(01).
           05  MF-LAST                         PIC X(32).
           05  MF-SET-DATA REDEFINES MF-LAST.
               10  MF-SET-FILES                PIC 9(02).
               10  FILLER                      PIC X(30).
           05  FILLER                          PIC X(01).
           05  MF-TOTAL OCCURS 5 TIMES         PIC 9(12).
           05  FILLER                          PIC X(06).
