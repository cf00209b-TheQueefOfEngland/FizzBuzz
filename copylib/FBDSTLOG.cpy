      *-------------------------------------------------------------
      *    FBDSTLOG - one record of the report distribution log,
      *    appended by FBDIST: what was released to whom and when,
      *    and what was held.
      *
      *    one record per recipient per FBDIST run, plus one
      *    RELCARD record whenever an operator release card is
      *    honored - the card's operator and reason ride on that
      *    record and on every OVERRIDE record it let out.
      *
      *    actions:    RELEASED  copy sent, VERIFY and RECON clean
      *                OVERRIDE  copy sent on an operator release
      *                          card, the night NOT clean
      *                HELD      copy held back, nothing sent
      *                RELCARD   the operator release card itself
      *
      *    positions:  1-  8  date logged YYYYMMDD
      *                9- 16  time logged HHMMSShh
      *               18- 25  business date off the report header
      *               27- 34  recipient id (blank on RELCARD)
      *               36- 55  deliver-to, first 20 columns
      *               57- 64  action
      *               66- 70  VERIFY result CLEAN / HELD / NONE
      *               72- 76  RECON result CLEAN / HELD / NONE
      *               78- 85  rule-set id off the report header
      *               87- 94  report lines sent
      *               96-103  operator off the release card
      *              105-132  reason off the release card
      *-------------------------------------------------------------
       01  DSTLOG-RECORD.
           05  DS-LOG-DATE                     PIC 9(08).
           05  DS-LOG-TIME                     PIC 9(08).
           05  FILLER                          PIC X(01).
           05  DS-BUSINESS-DATE                PIC 9(08).
           05  FILLER                          PIC X(01).
           05  DS-RECIPIENT                    PIC X(08).
           05  FILLER                          PIC X(01).
           05  DS-DELIVER-TO                   PIC X(20).
           05  FILLER                          PIC X(01).
           05  DS-ACTION                       PIC X(08).
           05  FILLER                          PIC X(01).
           05  DS-VERIFY-RESULT                PIC X(05).
           05  FILLER                          PIC X(01).
           05  DS-RECON-RESULT                 PIC X(05).
           05  FILLER                          PIC X(01).
           05  DS-RULESET-ID                   PIC X(08).
           05  FILLER                          PIC X(01).
           05  DS-LINES-SENT                   PIC 9(08).
           05  FILLER                          PIC X(01).
           05  DS-OPERATOR                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  DS-REASON                       PIC X(28).
