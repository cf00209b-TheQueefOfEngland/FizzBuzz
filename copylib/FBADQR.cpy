      *-------------------------------------------------------------
      *    FBADQR - one record of the ad-hoc request queue FBADQ.
      *
      *    FBNUMS plus FBADPARM carries one requestor and one reason
      *    per run, so three people wanting numbers checked on the
      *    same day meant three hand-built submissions. requestors
      *    now drop requests on this queue during the day through
      *    the FBADQADD job, and FBADQRUN takes everything queued in
      *    one pass under the effective rule set, sends each
      *    requestor their own copy of the results, keeps the same
      *    results on a catalogued result dataset under requestor
      *    and request number, and marks every request DONE or
      *    REJECTED with the reason.
      *
      *    a request is one REQ record followed by its NUM records,
      *    all under the request number FBADQADD gave it - numbers
      *    run on from the highest on the queue, one per request,
      *    forever. FBADQRUN rewrites the queue with the status
      *    filled in; nothing else changes a record once queued.
      *
      *    positions:  1-  8  request number
      *               10- 12  REQ or NUM
      *    REQ:       14- 21  requestor
      *               23      priority 1-9, 1 runs first
      *               25- 30  cost center the request is charged to
      *               32- 71  reason
      *               73- 80  date queued YYYYMMDD
      *               82- 89  status: QUEUED, DONE or REJECTED
      *               91- 98  date of the status
      *               99-106  time of the status HHMMSShh - for DONE
      *                       the run time on the request's FBADLOG
      *                       record
      *              108-115  numbers on the request, as counted by
      *                       FBADQRUN
      *              117-156  why - the reject reason, or what held a
      *                       QUEUED request over
      *              157-160  filler
      *    NUM:       14-85   up to eight numbers, eight digits each,
      *                       one space between - blank slots are
      *                       not numbers
      *               86-160  filler
      *-------------------------------------------------------------
       01  ADQ-RECORD.
           05  AQ-REQ-NO                       PIC 9(08).
           05  FILLER                          PIC X(01).
           05  AQ-REC-TYPE                     PIC X(03).
               88  AQ-REQUEST                  VALUE "REQ".
               88  AQ-NUMBERS                  VALUE "NUM".
           05  FILLER                          PIC X(01).
           05  AQ-BODY                         PIC X(147).
           05  AQ-REQ-BODY REDEFINES AQ-BODY.
               10  AQ-REQUESTOR                PIC X(08).
               10  FILLER                      PIC X(01).
               10  AQ-PRIORITY                 PIC X(01).
               10  FILLER                      PIC X(01).
               10  AQ-COST-CENTER              PIC X(06).
               10  FILLER                      PIC X(01).
               10  AQ-REASON                   PIC X(40).
               10  FILLER                      PIC X(01).
               10  AQ-QUEUED-DATE              PIC 9(08).
               10  FILLER                      PIC X(01).
               10  AQ-STATUS                   PIC X(08).
                   88  AQ-QUEUED               VALUE "QUEUED  ".
                   88  AQ-DONE                 VALUE "DONE    ".
                   88  AQ-REJECTED             VALUE "REJECTED".
               10  FILLER                      PIC X(01).
               10  AQ-STATUS-DATE              PIC 9(08).
               10  AQ-STATUS-TIME              PIC 9(08).
               10  FILLER                      PIC X(01).
               10  AQ-NUM-COUNT                PIC 9(08).
               10  FILLER                      PIC X(01).
               10  AQ-STATUS-REASON            PIC X(40).
               10  FILLER                      PIC X(04).
           05  AQ-NUM-BODY REDEFINES AQ-BODY.
               10  AQ-NUM-ENTRY OCCURS 8 TIMES.
                   15  AQ-NUM-X                PIC X(08).
                   15  AQ-NUM-N REDEFINES AQ-NUM-X
                                               PIC 9(08).
                   15  FILLER                  PIC X(01).
               10  FILLER                      PIC X(75).
