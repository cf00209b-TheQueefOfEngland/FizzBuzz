      *               96-103  date of the transmission the record
      *                       last rode in (spaces until cut)
      *              104-111  time of that transmission
      *              112-117  cost center the range is charged back
      *                       to (see copylib/FBCCREF.cpy) - spaces
      *                       on records written before the
      *                       chargeback existed
      *              118-120  filler
      *-------------------------------------------------------------
       01  EXTRACT-RECORD.
           05  XT-RUN-DATE                     PIC 9(08).
           05  XT-SENT-FLAG                    PIC X(01).
           05  XT-TRANS-DATE                   PIC X(08).
           05  XT-TRANS-TIME                   PIC X(08).
           05  XT-COST-CENTER                  PIC X(06).
           05  FILLER                          PIC X(03).
