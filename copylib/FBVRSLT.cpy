      *-------------------------------------------------------------
      *    FBVRSLT - one record of the check-results file. FBVERIFY
      *    and FBRECON each append one as they finish, naming the
      *    report they checked (the business date and rule set off
      *    its header line) and how it came out.
      *
      *    the step return codes tell the scheduler, but no later
      *    program can read them; this file is how FBDIST knows
      *    whether the night's report may be released. the LAST
      *    record per business date per checker wins, so a report
      *    re-verified after a forced rerun is judged on the rerun.
      *    no record at all for a checker counts as HELD - a step
      *    that never ran proved nothing.
      *
      *    positions:  1-  8  business date off the report header
      *               10- 17  checker: VERIFY or RECON
      *               19- 26  rule-set id off the report header
      *               28- 32  result: CLEAN or HELD
      *               34- 35  return code the checker ended with
      *               37- 44  discrepancies found
      *               46- 53  date checked YYYYMMDD
      *               54- 61  time checked HHMMSShh
      *               62- 80  filler
      *-------------------------------------------------------------
       01  VRSLT-RECORD.
           05  VR-BUSINESS-DATE                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  VR-CHECKER                      PIC X(08).
           05  FILLER                          PIC X(01).
           05  VR-RULESET-ID                   PIC X(08).
           05  FILLER                          PIC X(01).
           05  VR-RESULT                       PIC X(05).
               88  VR-CLEAN                    VALUE "CLEAN".
               88  VR-HELD                     VALUE "HELD ".
           05  FILLER                          PIC X(01).
           05  VR-RETURN-CODE                  PIC 9(02).
           05  FILLER                          PIC X(01).
           05  VR-DISCREPANCIES                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  VR-CHECK-DATE                   PIC 9(08).
           05  VR-CHECK-TIME                   PIC 9(08).
           05  FILLER                          PIC X(19).
