      *-------------------------------------------------------------
      *    FBADLOGR - one record of the ad-hoc run log, written by
      *    WRITE-ADHOC-LOG in the main program for every FBNUMS run:
      *    who asked, why, when, how many numbers, the five totals,
      *    the rule set and the cost center the run is charged to.
      *    FBCHARGE reads it at month end to bill the ad-hoc runs.
      *
      *    positions:  1-  8  run date YYYYMMDD
      *                9- 16  run time HHMMSShh
      *               17- 24  requestor off the FBADPARM card
      *               25- 64  reason off the FBADPARM card
      *               65- 72  numbers classified
      *               73- 80  total fizz
      *               81- 88  total buzz
      *               89- 96  total fizzbuzz
      *               97-104  total neither
      *              105-112  total other (house rules)
      *              113-120  rule-set id the run classified under
      *              121-126  cost center off the FBADPARM card -
      *                       spaces on records written before the
      *                       chargeback existed
      *              127-132  filler
      *-------------------------------------------------------------
       01  ADLOG-RECORD.
           05  AL-RUN-DATE                     PIC 9(08).
           05  AL-RUN-TIME                     PIC 9(08).
           05  AL-REQUESTOR                    PIC X(08).
           05  AL-REASON                       PIC X(40).
           05  AL-COUNT                        PIC 9(08).
           05  AL-TOTAL-FIZZ                   PIC 9(08).
           05  AL-TOTAL-BUZZ                   PIC 9(08).
           05  AL-TOTAL-FIZZBUZZ               PIC 9(08).
           05  AL-TOTAL-NEITHER                PIC 9(08).
           05  AL-TOTAL-OTHER                  PIC 9(08).
           05  AL-RULESET-ID                   PIC X(08).
           05  AL-COST-CENTER                  PIC X(06).
           05  FILLER                          PIC X(06).
