      *-------------------------------------------------------------
      *    FBSNAPR - one record of a backup set written by FBSNAP
      *    and read back by FBRESTOR. a set is one sequential
      *    dataset holding every record of all eight files, file by
      *    file in set order, each record tagged with the set id,
      *    its file and its record number within that file; the
      *    nine manifest rows (copylib/FBMANIFR) close the set under
      *    SN-FILE = "MANIFEST". the sets are generations of one
      *    dataset, so FBRESTOR reads them all and takes only the
      *    records carrying the set id it was given.
      *
      *    positions:  1- 14  set id
      *               15- 22  file, or MANIFEST
      *               23- 30  record number within the file
      *               31-162  the record as it stood, space-filled
      *                       past its own length
      *-------------------------------------------------------------
       01  SNAP-RECORD.
           05  SN-SET-ID                       PIC 9(14).
           05  SN-FILE                         PIC X(08).
               88  SN-MANIFEST                 VALUE "MANIFEST".
           05  SN-SEQ                          PIC 9(08).
           05  SN-DATA                         PIC X(132).
