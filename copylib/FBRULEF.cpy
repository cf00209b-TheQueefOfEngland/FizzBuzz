      *    record that zeroes either is skipped, never loaded.
      *    entries 3-5 are house-rule slots, zero divisor = off.
      *
      *    records are never deleted. FBRULMNT retires a rule set by
      *    setting RF-STATUS to R: the main program passes a retired
      *    record over when it picks tonight's rules, but the
      *    verifier's lookup by id still finds it, so every run
      *    ever classified under it stays provable. nobody edits
      *    this file by hand any more - every change goes through
      *    FBRULMNT with a second person's approval.
      *
      *    positions:  1-  8  effective date YYYYMMDD
      *                9      filler
      *               10- 17  rule-set identifier
      *               18      filler
      *               19- 83  five divisor(3)/label(10) pairs
      *               84      status - space active, R retired
      *               85- 90  filler
      *-------------------------------------------------------------
       01  RULEF-RECORD.
           05  RF-EFFECTIVE-DATE               PIC 9(08).
           05  RF-RULE OCCURS 5 TIMES.
               10  RF-DIVISOR                  PIC 9(03).
               10  RF-LABEL                    PIC X(10).
           05  RF-STATUS                       PIC X(01).
               88  RF-RETIRED                      VALUE "R".
           05  FILLER                          PIC X(06).
