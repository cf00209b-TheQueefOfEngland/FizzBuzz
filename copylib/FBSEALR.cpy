      *-------------------------------------------------------------
      *    FBSEALR - one entry of the seal file FBSEAL, the chained
      *    check values over FBRMAST, FBHIST and FBXTRCT.
      *
      *    FBBACKUT is the only sanctioned way to take a run off the
      *    permanent record, but nothing used to show that somebody
      *    had edited an FBRMAST record or an FBHIST line in place.
      *    every program that writes one of the three files now
      *    appends one entry here per record it writes, in the order
      *    it writes them. the entry carries the record's check
      *    value, worked out from the record's contents AND the
      *    check value of the entry before it for the same file -
      *    so changing, removing or reordering any sealed record
      *    breaks the chain from that record on, and covering it up
      *    means recomputing every entry after it. FBSEALCK walks
      *    the chains weekly and reports the first break per file.
      *
      *    the check value: start from the previous entry's value
      *    (zero at the head of a chain), and for each byte of the
      *    record in turn take
      *        value = (value * 263 + byte + position) mod 999999937
      *    where byte is the byte's code (0-255) and position its
      *    offset in the record, 1 up. the paragraph that does it
      *    (SEAL-CHECK-VALUE) is repeated in every program that
      *    seals or verifies and must stay identical in all of them.
      *
      *    what is sealed per file:
      *      FBRMAST  the whole 108-byte record
      *      FBHIST   the whole 132-byte line
      *      FBXTRCT  the whole 120-byte record EXCEPT positions
      *               95-111 (transmission state, date and time),
      *               which FBXCUT/FBXACK legitimately maintain and
      *               are sealed as spaces
      *    FBHIST and FBXTRCT are matched to their entries by
      *    position in the file; FBRMAST by key.
      *
      *    RESEAL entries: FBBACKUT (after taking a run off) and
      *    FBMONTH (after pruning FBHIST) rebuild the chain for the
      *    file they changed. they append a RESEAL entry naming the
      *    file, who did it and why, then a fresh chain from zero
      *    over the whole file as it will stand. FBSEALCK checks a
      *    file against the entries after its LAST RESEAL and lists
      *    every RESEAL on its report, so each rebuild stays on
      *    record. the seal file is never rewritten. a fresh chain
      *    vouches for whatever is on the file, so the FBBACKUT and
      *    FBMONTH jobs run FBSEALCK as their first step and go no
      *    further unless every chain is intact.
      *
      *    positions:  1-  8  file sealed (FBRMAST, FBHIST, FBXTRCT)
      *                       or RESEAL
      *               10- 17  date the entry was written
      *               18- 25  time the entry was written
      *               27- 34  program that wrote it
      *               36- 44  check value (RESEAL: zero)
      *               46- 77  first 32 bytes of the record - the run
      *                       master key, the extract's run date/time/
      *                       range, the history line's date and time.
      *                       RESEAL: file re-sealed in 46-53
      *               79-132  RESEAL only: why
      *-------------------------------------------------------------
       01  SEAL-RECORD.
           05  SL-FILE                         PIC X(08).
               88  SL-RESEAL                   VALUE "RESEAL  ".
           05  FILLER                          PIC X(01).
           05  SL-STAMP-DATE                   PIC 9(08).
           05  SL-STAMP-TIME                   PIC 9(08).
           05  FILLER                          PIC X(01).
           05  SL-PROGRAM                      PIC X(08).
           05  FILLER                          PIC X(01).
           05  SL-CHAIN                        PIC 9(09).
           05  FILLER                          PIC X(01).
           05  SL-KEY                          PIC X(32).
           05  SL-RESEAL-DATA REDEFINES SL-KEY.
               10  SL-RESEAL-OF                PIC X(08).
               10  FILLER                      PIC X(24).
           05  FILLER                          PIC X(01).
           05  SL-REASON                       PIC X(54).
