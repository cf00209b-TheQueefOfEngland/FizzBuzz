      *-------------------------------------------------------------
      *    FBAUTHR - one record of the override authorization file.
      *
      *    the force flag, FBCKUTIL PURGE, FBCALUTL FAIL, FBBACKUT
      *    and FBRESTOR each change the permanent record on one
      *    operator's say-so. none of them goes ahead now unless a
      *    SECOND operator has put an approval for exactly that
      *    override on this file first (the FBAPPROV job), it has
      *    not expired, and the approver is not the operator
      *    submitting the override.
      *
      *    records are APPENDED, never rewritten - same as the run
      *    calendar. FBAPPROV appends one APPROVED record per
      *    approval under a new approval number; the program that
      *    honors it appends a USED record under the same number,
      *    carrying who submitted the override and when. the last
      *    record per approval number is its state, so an approval
      *    is spent the moment its USED record is on file.
      *
      *    functions and what the target names:
      *      FORCE    business date the force-flag rerun is for
      *      PURGE    date the checkpoint purge is run
      *      FAIL     business date FBCALUTL FAIL marks FAILED
      *      BACKOUT  run date and run time of the run to remove
      *               (the FBBKPARM card's first two fields)
      *      RESTORE  the backup set to restore - the set id
      *               YYYYMMDDHHMMSS split as target date YYYYMMDD
      *               and target time HHMMSS, left justified
      *
      *    positions:  1-  8  approval number
      *               10- 17  state: APPROVED or USED
      *               19- 26  function
      *               28- 35  target date YYYYMMDD
      *               37- 44  target run time HHMMSShh (BACKOUT) or
      *                       set time HHMMSS (RESTORE)
      *               46- 53  approver - the second operator
      *               55- 62  expiry date YYYYMMDD
      *               64- 67  expiry time HHMM - good through that
      *                       minute
      *               69- 76  submitter who used it (USED only)
      *               78- 85  date the record was written
      *               86- 93  time the record was written
      *               95-124  reason off the approval card
      *              125-132  filler
      *-------------------------------------------------------------
       01  AUTH-RECORD.
           05  AU-AUTH-NO                      PIC 9(08).
           05  FILLER                          PIC X(01).
           05  AU-STATE                        PIC X(08).
               88  AU-APPROVED                 VALUE "APPROVED".
               88  AU-USED                     VALUE "USED    ".
           05  FILLER                          PIC X(01).
           05  AU-FUNCTION                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  AU-TARGET-DATE                  PIC X(08).
           05  FILLER                          PIC X(01).
           05  AU-TARGET-TIME                  PIC X(08).
           05  FILLER                          PIC X(01).
           05  AU-APPROVER                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  AU-EXPIRE-DATE                  PIC 9(08).
           05  FILLER                          PIC X(01).
           05  AU-EXPIRE-TIME                  PIC 9(04).
           05  FILLER                          PIC X(01).
           05  AU-USED-BY                      PIC X(08).
           05  FILLER                          PIC X(01).
           05  AU-STAMP-DATE                   PIC 9(08).
           05  AU-STAMP-TIME                   PIC 9(08).
           05  FILLER                          PIC X(01).
           05  AU-REASON                       PIC X(30).
           05  FILLER                          PIC X(08).
