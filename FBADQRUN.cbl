      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:runs the ad-hoc request queue. everything FBADQADD
      *         queued during the day is taken in one pass, under the
      *         rule set effective today: each request is judged,
      *         its numbers classified, and each requestor sent their
      *         own copy of the results - every request of theirs,
      *         number by number, with its totals and its status -
      *         behind a banner page naming them. every request run
      *         gets its own FBADLOG record, so it is billed and
      *         audited like any ad-hoc run, and every request on the
      *         queue is marked DONE or REJECTED with the reason.
      *         see copylib/FBADQR.cpy.
      ******************************************************************

      *    a request is rejected, never part-run, when its priority
      *    is not 1-9, it gives no reason, its cost center fails the
      *    FBCCREF check FBEDIT applies to FBADPARM, it has no
      *    numbers, or one of its numbers is not eight digits.
      *
      *    priority decides who gets in when the queue is more than
      *    one run can take (WS-NUM-MAX numbers, WS-RQ-MAX requests):
      *    requests are admitted 1 first, queue order within a
      *    priority, and whatever does not fit stays QUEUED with the
      *    reason, for the next run. the copies go out in the same
      *    order, each requestor's requests together.
      *
      *    the copies go out one behind another on FBAQOUT, each
      *    behind its own banner page, for the distribution writer
      *    to split and route by the banner's deliver-to - the same
      *    arrangement as FBDIST's FBDOUT. that print is only the
      *    convenience copy: the result of record is FBAQRSLT, a
      *    catalogued dataset per run carrying the same lines, each
      *    prefixed with the requestor and the request number, so a
      *    requestor can find and browse their own results long
      *    after the print is gone. the queue with the status
      *    filled in goes to FBAQNEW and the next job step copies it
      *    back over FBADQ, same as FBXACK.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ493I  request run - result sent
      *      FBZ494W  request rejected
      *      FBZ495I  queue run complete
      *      FBZ496W  requests held over - run full
      *      FBZ497E  queue run failed - a file would not open
      *
      *    return codes: 0 every queued request run (or nothing
      *    queued), 4 a request was rejected or held over - read the
      *    log, 12 a file would not open - nothing run, the queue is
      *    not copied back and runs again as it stands.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBADQRUN.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the request queue, read three times: for the requests,
      *    for the numbers of the ones admitted, and to copy it to
      *    FBAQNEW with the status filled in.
           SELECT ADQ-FILE ASSIGN TO "FBADQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADQ-STATUS.

           SELECT NEWADQ-FILE ASSIGN TO "FBAQNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEWQ-STATUS.

      *    the requestors' copies, banner and all, for the
      *    distribution writer.
           SELECT AQOUT-FILE ASSIGN TO "FBAQOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AQOUT-STATUS.

      *    the same lines, kept - see RESULT-RECORD.
           SELECT RESULT-FILE ASSIGN TO "FBAQRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

      *    the effective-dated rule file - see LOAD-RULE-SET.
           SELECT RULE-FILE ASSIGN TO "FBRULEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULEF-STATUS.

      *    the cost-center reference file, as FBEDIT checks it.
           SELECT CCREF-FILE ASSIGN TO "FBCCREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-STATUS.

      *    the ad-hoc run log - one record per request run.
           SELECT ADLOG-FILE ASSIGN TO "FBADLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADLOG-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  ADQ-FILE.
       COPY FBADQR.

       FD  NEWADQ-FILE.
       01  NEWADQ-RECORD                       PIC X(160).

       FD  AQOUT-FILE.
       01  AQOUT-RECORD                        PIC X(132).

      *    every FBAQOUT line under the requestor whose copy it is
      *    and the request it belongs to - zeros on the banner page,
      *    which covers all of that requestor's requests.
      *      cols  1-  8  requestor
      *      cols 10- 17  request number
      *      cols 19-150  the FBAQOUT line
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  RS-REQUESTOR                    PIC X(08).
           05  FILLER                          PIC X(01).
           05  RS-REQ-NO                       PIC 9(08).
           05  FILLER                          PIC X(01).
           05  RS-LINE                         PIC X(132).

       FD  RULE-FILE.
       COPY FBRULEF.

       FD  CCREF-FILE.
       COPY FBCCREF.

       FD  ADLOG-FILE.
       COPY FBADLOGR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-ADQ-STATUS           PIC X(02) VALUE "00".
       77  WS-NEWQ-STATUS          PIC X(02) VALUE "00".
       77  WS-AQOUT-STATUS         PIC X(02) VALUE "00".
       77  WS-RSLT-STATUS          PIC X(02) VALUE "00".
       77  WS-CCREF-STATUS         PIC X(02) VALUE "00".
       77  WS-ADLOG-STATUS         PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-ADQ-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-ADQ-EOF                      VALUE "Y".
      *    no FBADQ at all is an empty queue, not an error.
       77  WS-ADQ-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  WS-ADQ-FOUND                    VALUE "Y".

      *    the same rules table the main program classifies with -
      *    the compiled VALUES are the DEFAULT fallback, overlaid by
      *    LOAD-RULE-SET with the set effective today.
       COPY FBRULES.

       77  WS-RULEF-STATUS         PIC X(02) VALUE "00".
       77  WS-RULEF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RULEF-EOF                    VALUE "Y".
       77  WS-RULESET-ID           PIC X(08) VALUE "DEFAULT".
       77  WS-RULESET-EFF          PIC 9(08) VALUE 0.
       77  WS-RULE-SUB             PIC 9(02).

      *    the cost-center reference file, loaded once up front.
       77  WS-CCREF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-CCREF-EOF                    VALUE "Y".
       77  WS-CCREF-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  WS-CCREF-OPEN                   VALUE "Y".
       77  WS-CC-COUNT             PIC 9(04) VALUE 0.
       77  WS-CC-MAX               PIC 9(04) VALUE 500.
       77  WS-CC-SUB               PIC 9(04).
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CODE                  PIC X(06).
               10  WS-CT-STATUS                PIC X(01).
      *    what LOOKUP-COST-CENTER found for WS-CC-LOOKUP: spaces
      *    when the code is good, otherwise the reject reason.
       77  WS-CC-LOOKUP            PIC X(06).
       77  WS-CC-RESULT            PIC X(40).
      *    the ddname NOTE-OPEN-FAILURE reports.
       77  WS-OPEN-DD              PIC X(08).

      *    the queued requests this run takes, in queue order.
      *    WS-RQ-STATUS starts QUEUED and ends DONE, REJECTED, or
      *    still QUEUED when the run was full.
       77  WS-RQ-COUNT             PIC 9(04) VALUE 0.
       77  WS-RQ-MAX               PIC 9(04) VALUE 200.
       77  WS-RQ-SUB               PIC 9(04).
       77  WS-RQ-SUB2              PIC 9(04).
       01  WS-REQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-NO                    PIC 9(08).
               10  WS-RQ-REQUESTOR             PIC X(08).
               10  WS-RQ-PRIORITY              PIC X(01).
               10  WS-RQ-PRI-N REDEFINES WS-RQ-PRIORITY
                                               PIC 9(01).
               10  WS-RQ-COST-CENTER           PIC X(06).
               10  WS-RQ-REASON                PIC X(40).
               10  WS-RQ-NUM-COUNT             PIC 9(08).
               10  WS-RQ-BAD-NUM               PIC X(08).
               10  WS-RQ-STATUS                PIC X(08).
               10  WS-RQ-STATUS-TIME           PIC 9(08).
               10  WS-RQ-WHY                   PIC X(40).
               10  WS-RQ-SERVED                PIC X(01).

      *    the order requests are admitted and served in - table
      *    slots, priority 1 first, queue order within a priority,
      *    unreadable priorities last.
       77  WS-ORD-COUNT            PIC 9(04) VALUE 0.
       77  WS-ORD-SUB              PIC 9(04).
       77  WS-ORD-SUB2             PIC 9(04).
       77  WS-PRI                  PIC 9(02).
       01  WS-ORDER-TABLE.
           05  WS-ORD-SLOT OCCURS 200 TIMES    PIC 9(04).

      *    the numbers of the admitted requests, each against its
      *    request's table slot.
       77  WS-NUM-COUNT            PIC 9(04) VALUE 0.
       77  WS-NUM-MAX              PIC 9(04) VALUE 5000.
       77  WS-NUM-ROOM             PIC 9(04).
       77  WS-NUM-SUB              PIC 9(04).
       77  WS-SLOT-SUB             PIC 9(01).
       01  WS-NUMBER-TABLE.
           05  WS-NM-ENTRY OCCURS 5000 TIMES.
               10  WS-NM-SLOT                  PIC 9(04).
               10  WS-NM-VALUE                 PIC 9(08).

      *    the table slot FIND-REQ-SLOT found for AQ-REQ-NO, zero
      *    when the request is not one this run took.
       77  WS-FOUND-SLOT           PIC 9(04).

      *    classification - the FIZZBUZZ section's mechanics.
       77  WS-COUNTER              PIC 9(08).
       77  WS-QUOTIENT             PIC 9(08).
       77  WS-REST3                PIC 9(03).
       77  WS-REST5                PIC 9(03).
       77  WS-EXTRA-REMAINDER      PIC 9(03).
       77  WS-RESULT-TEXT          PIC X(60).
       77  WS-RESULT-PTR           PIC 9(03).

      *    one request's totals.
       77  WS-REQ-FIZZ             PIC 9(08).
       77  WS-REQ-BUZZ             PIC 9(08).
       77  WS-REQ-FIZZBUZZ         PIC 9(08).
       77  WS-REQ-NEITHER          PIC 9(08).
       77  WS-REQ-OTHER            PIC 9(08).
       77  WS-REQ-NUMBERS          PIC 9(08).

      *    the run's tallies.
       77  WS-DONE-COUNT           PIC 9(04) VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(04) VALUE 0.
       77  WS-HELD-COUNT           PIC 9(04) VALUE 0.
       77  WS-OVERFLOW-COUNT       PIC 9(04) VALUE 0.
       77  WS-COPY-COUNT           PIC 9(04) VALUE 0.
       77  WS-NUMBERS-RUN          PIC 9(08) VALUE 0.

      *    one requestor's copy.
       77  WS-CUR-REQUESTOR        PIC X(08).
       77  WS-CUR-REQ-NO           PIC 9(08).
       77  WS-CP-DONE              PIC 9(04).
       77  WS-CP-REJECTED          PIC 9(04).
       77  WS-CP-HELD              PIC 9(04).
       77  WS-BANNER-RULE          PIC X(80) VALUE ALL "*".

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNTER-DISP         PIC Z(7)9.
       77  WS-DISP-1               PIC Z(7)9.
       77  WS-DISP-2               PIC Z(7)9.
       77  WS-DISP-3               PIC Z(7)9.
       77  WS-DISP-4               PIC Z(7)9.
       77  WS-DISP-5               PIC Z(7)9.

       77  WS-NOW-DATE             PIC 9(08).
       77  WS-NOW-TIME             PIC 9(08).

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.

               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.

               PERFORM LOAD-RULE-SET THRU LOAD-RULE-SET-EXIT.
               PERFORM LOAD-COST-CENTERS THRU LOAD-COST-CENTERS-EXIT.
               PERFORM LOAD-QUEUE THRU LOAD-QUEUE-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
                   PERFORM JUDGE-REQUEST THRU JUDGE-REQUEST-EXIT
               END-PERFORM.
               PERFORM ADMIT-REQUESTS THRU ADMIT-REQUESTS-EXIT.
               PERFORM LOAD-NUMBERS THRU LOAD-NUMBERS-EXIT.

               PERFORM OPEN-OUTPUTS THRU OPEN-OUTPUTS-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ORD-COUNT
                   MOVE WS-ORD-SLOT (WS-ORD-SUB) TO WS-RQ-SUB
                   IF WS-RQ-SERVED (WS-RQ-SUB) NOT = "Y"
                       PERFORM SERVE-ONE-REQUESTOR
                           THRU SERVE-ONE-REQUESTOR-EXIT
                   END-IF
               END-PERFORM.
               CLOSE AQOUT-FILE.
               CLOSE RESULT-FILE.
               CLOSE ADLOG-FILE.

               PERFORM REWRITE-QUEUE THRU REWRITE-QUEUE-EXIT.
               PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.

0000       MAIN-WRAP-UP.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBADQRUN complete - done " WS-DONE-COUNT
                       " rejected " WS-REJECT-COUNT
                       " held over " WS-HELD-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    the rule set effective today - the main program's loader,
      *    with today as the business date. an absent rule file or
      *    no effective record leaves the compiled DEFAULT table.
1000       LOAD-RULE-SET.
               OPEN INPUT RULE-FILE.
               IF WS-RULEF-STATUS = "00"
                   PERFORM UNTIL WS-RULEF-EOF
                       READ RULE-FILE
                           AT END
                               SET WS-RULEF-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-RULE-REC
                                   THRU LOAD-ONE-RULE-REC-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE RULE-FILE
               END-IF.
               IF WS-RULESET-EFF > 0
                   DISPLAY " Rule set " WS-RULESET-ID " effective "
                           WS-RULESET-EFF " in use" UPON TERM
               ELSE
                   DISPLAY " WARNING: no effective rule set on "
                           "FBRULEF - compiled defaults in use"
                           UPON TERM
               END-IF.
1000       LOAD-RULE-SET-EXIT.
           EXIT.

      *-------------
      *    one rule-file record against the best-so-far - the same
      *    guards as the main program's LOAD-ONE-RULE-REC.
1050       LOAD-ONE-RULE-REC.
               IF RF-EFFECTIVE-DATE IS NOT NUMERIC
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               IF RF-RETIRED
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               IF RF-EFFECTIVE-DATE > WS-NOW-DATE
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               IF RF-EFFECTIVE-DATE < WS-RULESET-EFF
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
                   IF RF-DIVISOR (WS-RULE-SUB) IS NOT NUMERIC
                       GO TO LOAD-ONE-RULE-REC-EXIT
                   END-IF
               END-PERFORM.
               IF RF-DIVISOR (1) = 0 OR RF-DIVISOR (2) = 0
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.

               MOVE RF-EFFECTIVE-DATE TO WS-RULESET-EFF.
               MOVE RF-RULESET-ID TO WS-RULESET-ID.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
                   MOVE RF-DIVISOR (WS-RULE-SUB)
                       TO FB-RULE-DIVISOR (WS-RULE-SUB)
                   MOVE RF-LABEL (WS-RULE-SUB)
                       TO FB-RULE-LABEL (WS-RULE-SUB)
               END-PERFORM.
1050       LOAD-ONE-RULE-REC-EXIT.
           EXIT.

      *-------------
      *    the cost-center reference file into a table, as FBEDIT
      *    loads it. no FBCCREF means no request can be checked,
      *    and LOOKUP-COST-CENTER rejects them all.
1100       LOAD-COST-CENTERS.
               OPEN INPUT CCREF-FILE.
               IF WS-CCREF-STATUS NOT = "00"
                   DISPLAY " WARNING: FBCCREF not present - status "
                           WS-CCREF-STATUS " - no cost center can "
                           "be checked" UPON TERM
                   GO TO LOAD-COST-CENTERS-EXIT
               END-IF.
               SET WS-CCREF-OPEN TO TRUE.

               PERFORM UNTIL WS-CCREF-EOF
                   READ CCREF-FILE
                       AT END
                           SET WS-CCREF-EOF TO TRUE
                       NOT AT END
                           IF CC-CODE NOT = SPACES
                             AND WS-CC-COUNT < WS-CC-MAX
                               ADD 1 TO WS-CC-COUNT
                               MOVE CC-CODE TO WS-CT-CODE (WS-CC-COUNT)
                               MOVE CC-STATUS
                                   TO WS-CT-STATUS (WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CCREF-FILE.
1100       LOAD-COST-CENTERS-EXIT.
           EXIT.

      *-------------
      *    WS-CC-LOOKUP against the table - FBEDIT's check, same
      *    outcomes. WS-CC-RESULT comes back spaces for an active
      *    code, else the reason it is refused.
1150       LOOKUP-COST-CENTER.
               MOVE SPACES TO WS-CC-RESULT.
               IF WS-CC-LOOKUP = SPACES
                   MOVE "COST CENTER IS BLANK" TO WS-CC-RESULT
                   GO TO LOOKUP-COST-CENTER-EXIT
               END-IF.
               IF NOT WS-CCREF-OPEN
                   MOVE "COST CENTER NOT CHECKED - NO FBCCREF"
                       TO WS-CC-RESULT
                   GO TO LOOKUP-COST-CENTER-EXIT
               END-IF.
               MOVE "COST CENTER IS NOT ON FBCCREF" TO WS-CC-RESULT.
               PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > WS-CC-COUNT
                   IF WS-CT-CODE (WS-CC-SUB) = WS-CC-LOOKUP
                       IF WS-CT-STATUS (WS-CC-SUB) = "A"
                           MOVE SPACES TO WS-CC-RESULT
                       ELSE
                           MOVE "COST CENTER IS CLOSED ON FBCCREF"
                               TO WS-CC-RESULT
                       END-IF
                       MOVE WS-CC-COUNT TO WS-CC-SUB
                   END-IF
               END-PERFORM.
1150       LOOKUP-COST-CENTER-EXIT.
           EXIT.

      *-------------
      *    first pass of the queue: every request still QUEUED into
      *    the table, and its NUM records counted against it. past
      *    WS-RQ-MAX requests the rest wait for the next run.
1200       LOAD-QUEUE.
               OPEN INPUT ADQ-FILE.
               IF WS-ADQ-STATUS = "35"
                   DISPLAY " FBADQRUN: no FBADQ - nothing queued"
                       UPON TERM
                   GO TO LOAD-QUEUE-EXIT
               END-IF.
               IF WS-ADQ-STATUS NOT = "00"
                   MOVE "FBADQ" TO WS-OPEN-DD
                   MOVE WS-ADQ-STATUS TO WS-CC-RESULT
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   GO TO LOAD-QUEUE-EXIT
               END-IF.
               SET WS-ADQ-FOUND TO TRUE.
               MOVE "N" TO WS-ADQ-EOF-SWITCH.
               PERFORM UNTIL WS-ADQ-EOF
                   READ ADQ-FILE
                       AT END
                           SET WS-ADQ-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-QUEUE-RECORD
                               THRU NOTE-QUEUE-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE ADQ-FILE.
1200       LOAD-QUEUE-EXIT.
           EXIT.

      *-------------
1250       NOTE-QUEUE-RECORD.
               IF AQ-REQ-NO IS NOT NUMERIC
                   GO TO NOTE-QUEUE-RECORD-EXIT
               END-IF.
               IF AQ-REQUEST
                   IF NOT AQ-QUEUED
                       GO TO NOTE-QUEUE-RECORD-EXIT
                   END-IF
                   IF WS-RQ-COUNT NOT < WS-RQ-MAX
                       ADD 1 TO WS-OVERFLOW-COUNT
                       GO TO NOTE-QUEUE-RECORD-EXIT
                   END-IF
                   ADD 1 TO WS-RQ-COUNT
                   MOVE WS-RQ-COUNT TO WS-RQ-SUB
                   MOVE AQ-REQ-NO TO WS-RQ-NO (WS-RQ-SUB)
                   MOVE AQ-REQUESTOR TO WS-RQ-REQUESTOR (WS-RQ-SUB)
                   MOVE AQ-PRIORITY TO WS-RQ-PRIORITY (WS-RQ-SUB)
                   MOVE AQ-COST-CENTER
                       TO WS-RQ-COST-CENTER (WS-RQ-SUB)
                   MOVE AQ-REASON TO WS-RQ-REASON (WS-RQ-SUB)
                   MOVE 0 TO WS-RQ-NUM-COUNT (WS-RQ-SUB)
                   MOVE SPACES TO WS-RQ-BAD-NUM (WS-RQ-SUB)
                   MOVE "QUEUED" TO WS-RQ-STATUS (WS-RQ-SUB)
                   MOVE 0 TO WS-RQ-STATUS-TIME (WS-RQ-SUB)
                   MOVE SPACES TO WS-RQ-WHY (WS-RQ-SUB)
                   MOVE "N" TO WS-RQ-SERVED (WS-RQ-SUB)
                   GO TO NOTE-QUEUE-RECORD-EXIT
               END-IF.

               IF AQ-NUMBERS
                   PERFORM FIND-REQ-SLOT THRU FIND-REQ-SLOT-EXIT
                   IF WS-FOUND-SLOT > 0
                       PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 8
                           IF AQ-NUM-X (WS-SLOT-SUB) NOT = SPACES
                               ADD 1
                                 TO WS-RQ-NUM-COUNT (WS-FOUND-SLOT)
                               IF AQ-NUM-X (WS-SLOT-SUB) IS NOT NUMERIC
                                 AND WS-RQ-BAD-NUM (WS-FOUND-SLOT)
                                     = SPACES
                                   MOVE AQ-NUM-X (WS-SLOT-SUB)
                                     TO WS-RQ-BAD-NUM (WS-FOUND-SLOT)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF.
1250       NOTE-QUEUE-RECORD-EXIT.
           EXIT.

      *-------------
      *    the table slot of the request AQ-REQ-NO names - zero
      *    when it is not a request this run took.
1300       FIND-REQ-SLOT.
               MOVE 0 TO WS-FOUND-SLOT.
               PERFORM VARYING WS-RQ-SUB2 FROM 1 BY 1
                   UNTIL WS-RQ-SUB2 > WS-RQ-COUNT
                     OR WS-FOUND-SLOT > 0
                   IF WS-RQ-NO (WS-RQ-SUB2) = AQ-REQ-NO
                       MOVE WS-RQ-SUB2 TO WS-FOUND-SLOT
                   END-IF
               END-PERFORM.
1300       FIND-REQ-SLOT-EXIT.
           EXIT.

      *-------------
      *    one request judged whole - the first thing wrong with it
      *    is the reason it is rejected.
1350       JUDGE-REQUEST.
               IF WS-RQ-PRIORITY (WS-RQ-SUB) IS NOT NUMERIC
                 OR WS-RQ-PRIORITY (WS-RQ-SUB) = "0"
                   MOVE "PRIORITY IS NOT 1-9" TO WS-RQ-WHY (WS-RQ-SUB)
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               IF WS-RQ-REASON (WS-RQ-SUB) = SPACES
                   MOVE "NO REASON GIVEN" TO WS-RQ-WHY (WS-RQ-SUB)
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               MOVE WS-RQ-COST-CENTER (WS-RQ-SUB) TO WS-CC-LOOKUP.
               PERFORM LOOKUP-COST-CENTER
                   THRU LOOKUP-COST-CENTER-EXIT.
               IF WS-CC-RESULT NOT = SPACES
                   MOVE WS-CC-RESULT TO WS-RQ-WHY (WS-RQ-SUB)
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               IF WS-RQ-NUM-COUNT (WS-RQ-SUB) = 0
                   MOVE "NO NUMBERS ON THE REQUEST"
                       TO WS-RQ-WHY (WS-RQ-SUB)
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               IF WS-RQ-BAD-NUM (WS-RQ-SUB) NOT = SPACES
                   STRING "NUMBER NOT 8 DIGITS: " DELIMITED BY SIZE
                          WS-RQ-BAD-NUM (WS-RQ-SUB) DELIMITED BY SIZE
                       INTO WS-RQ-WHY (WS-RQ-SUB)
                   END-STRING
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               IF WS-RQ-NUM-COUNT (WS-RQ-SUB) > WS-NUM-MAX
                   MOVE "OVER 5000 NUMBERS - SPLIT THE REQUEST"
                       TO WS-RQ-WHY (WS-RQ-SUB)
                   GO TO JUDGE-REQUEST-REJECT
               END-IF.
               GO TO JUDGE-REQUEST-EXIT.

1350       JUDGE-REQUEST-REJECT.
               MOVE "REJECTED" TO WS-RQ-STATUS (WS-RQ-SUB).
1350       JUDGE-REQUEST-EXIT.
           EXIT.

      *-------------
      *    the run order - priority 1 first, queue order within a
      *    priority, unreadable priorities (already rejected) last -
      *    and, down that order, each good request admitted while
      *    its numbers still fit the run. one that does not fit is
      *    held over; a smaller one behind it may still get in.
1400       ADMIT-REQUESTS.
               PERFORM VARYING WS-PRI FROM 1 BY 1 UNTIL WS-PRI > 9
                   PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                       UNTIL WS-RQ-SUB > WS-RQ-COUNT
                       IF WS-RQ-PRIORITY (WS-RQ-SUB) IS NUMERIC
                         AND WS-RQ-PRI-N (WS-RQ-SUB) = WS-PRI
                           ADD 1 TO WS-ORD-COUNT
                           MOVE WS-RQ-SUB TO WS-ORD-SLOT (WS-ORD-COUNT)
                       END-IF
                   END-PERFORM
               END-PERFORM.
               PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
                   IF WS-RQ-PRIORITY (WS-RQ-SUB) IS NOT NUMERIC
                     OR WS-RQ-PRIORITY (WS-RQ-SUB) = "0"
                       ADD 1 TO WS-ORD-COUNT
                       MOVE WS-RQ-SUB TO WS-ORD-SLOT (WS-ORD-COUNT)
                   END-IF
               END-PERFORM.

               MOVE WS-NUM-MAX TO WS-NUM-ROOM.
               PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ORD-COUNT
                   MOVE WS-ORD-SLOT (WS-ORD-SUB) TO WS-RQ-SUB
                   IF WS-RQ-STATUS (WS-RQ-SUB) = "QUEUED"
                       IF WS-RQ-NUM-COUNT (WS-RQ-SUB) > WS-NUM-ROOM
                           MOVE "HELD OVER - RUN FULL"
                               TO WS-RQ-WHY (WS-RQ-SUB)
                       ELSE
                           SUBTRACT WS-RQ-NUM-COUNT (WS-RQ-SUB)
                               FROM WS-NUM-ROOM
                           MOVE "DONE" TO WS-RQ-STATUS (WS-RQ-SUB)
                       END-IF
                   END-IF
               END-PERFORM.
1400       ADMIT-REQUESTS-EXIT.
           EXIT.

      *-------------
      *    second pass of the queue: the numbers of every admitted
      *    request into the number table.
1450       LOAD-NUMBERS.
               IF NOT WS-ADQ-FOUND
                   GO TO LOAD-NUMBERS-EXIT
               END-IF.
               OPEN INPUT ADQ-FILE.
               MOVE "N" TO WS-ADQ-EOF-SWITCH.
               PERFORM UNTIL WS-ADQ-EOF
                   READ ADQ-FILE
                       AT END
                           SET WS-ADQ-EOF TO TRUE
                       NOT AT END
                           IF AQ-NUMBERS AND AQ-REQ-NO IS NUMERIC
                               PERFORM FIND-REQ-SLOT
                                   THRU FIND-REQ-SLOT-EXIT
                               IF WS-FOUND-SLOT > 0
                                 AND WS-RQ-STATUS (WS-FOUND-SLOT)
                                     = "DONE"
                                   PERFORM NOTE-NUMBERS
                                       THRU NOTE-NUMBERS-EXIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ADQ-FILE.
1450       LOAD-NUMBERS-EXIT.
           EXIT.

      *-------------
1500       NOTE-NUMBERS.
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 8
                   IF AQ-NUM-X (WS-SLOT-SUB) NOT = SPACES
                     AND WS-NUM-COUNT < WS-NUM-MAX
                       ADD 1 TO WS-NUM-COUNT
                       MOVE WS-FOUND-SLOT TO WS-NM-SLOT (WS-NUM-COUNT)
                       MOVE AQ-NUM-N (WS-SLOT-SUB)
                           TO WS-NM-VALUE (WS-NUM-COUNT)
                   END-IF
               END-PERFORM.
1500       NOTE-NUMBERS-EXIT.
           EXIT.

      *-------------
      *    the new queue, the copies, the result file and the
      *    ad-hoc run log, all opened before anything is run - a
      *    request is never run without its log record, nor marked
      *    without its copy.
1550       OPEN-OUTPUTS.
               OPEN OUTPUT NEWADQ-FILE.
               IF WS-NEWQ-STATUS NOT = "00"
                   MOVE "FBAQNEW" TO WS-OPEN-DD
                   MOVE WS-NEWQ-STATUS TO WS-CC-RESULT
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   GO TO OPEN-OUTPUTS-EXIT
               END-IF.
               OPEN OUTPUT AQOUT-FILE.
               IF WS-AQOUT-STATUS NOT = "00"
                   MOVE "FBAQOUT" TO WS-OPEN-DD
                   MOVE WS-AQOUT-STATUS TO WS-CC-RESULT
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   CLOSE NEWADQ-FILE
                   GO TO OPEN-OUTPUTS-EXIT
               END-IF.
               OPEN OUTPUT RESULT-FILE.
               IF WS-RSLT-STATUS NOT = "00"
                   MOVE "FBAQRSLT" TO WS-OPEN-DD
                   MOVE WS-RSLT-STATUS TO WS-CC-RESULT
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   CLOSE NEWADQ-FILE
                   CLOSE AQOUT-FILE
                   GO TO OPEN-OUTPUTS-EXIT
               END-IF.
               OPEN EXTEND ADLOG-FILE.
               IF WS-ADLOG-STATUS NOT = "00"
                   OPEN OUTPUT ADLOG-FILE
               END-IF.
               IF WS-ADLOG-STATUS NOT = "00"
                   MOVE "FBADLOG" TO WS-OPEN-DD
                   MOVE WS-ADLOG-STATUS TO WS-CC-RESULT
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   CLOSE NEWADQ-FILE
                   CLOSE AQOUT-FILE
                   CLOSE RESULT-FILE
               END-IF.
1550       OPEN-OUTPUTS-EXIT.
           EXIT.

      *-------------
      *    a file that would not open - WS-OPEN-DD names it,
      *    WS-CC-RESULT has the status. nothing is run.
1600       NOTE-OPEN-FAILURE.
               DISPLAY " FBADQRUN: unable to open " WS-OPEN-DD
                       " - status " WS-CC-RESULT (1:2)
                       " - nothing run" UPON TERM.
               MOVE "FBZ497E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "AD-HOC QUEUE RUN FAILED - " DELIMITED BY SIZE
                      WS-OPEN-DD DELIMITED BY SPACE
                      " FILE STATUS " DELIMITED BY SIZE
                      WS-CC-RESULT (1:2) DELIMITED BY SIZE
                      " - NOTHING RUN" DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               MOVE 12 TO RETURN-CODE.
1600       NOTE-OPEN-FAILURE-EXIT.
           EXIT.

      *-------------
      *    one requestor's copy: the banner, then every request of
      *    theirs this run took, in run order - run, rejected or
      *    held over - so the copy is the whole answer.
1650       SERVE-ONE-REQUESTOR.
               MOVE WS-RQ-REQUESTOR (WS-RQ-SUB) TO WS-CUR-REQUESTOR.
               MOVE 0 TO WS-CP-DONE WS-CP-REJECTED WS-CP-HELD.
               MOVE 0 TO WS-CUR-REQ-NO.
               PERFORM VARYING WS-RQ-SUB2 FROM 1 BY 1
                   UNTIL WS-RQ-SUB2 > WS-RQ-COUNT
                   IF WS-RQ-REQUESTOR (WS-RQ-SUB2) = WS-CUR-REQUESTOR
                       EVALUATE WS-RQ-STATUS (WS-RQ-SUB2)
                           WHEN "DONE"
                               ADD 1 TO WS-CP-DONE
                           WHEN "REJECTED"
                               ADD 1 TO WS-CP-REJECTED
                           WHEN OTHER
                               ADD 1 TO WS-CP-HELD
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               PERFORM WRITE-BANNER THRU WRITE-BANNER-EXIT.
               ADD 1 TO WS-COPY-COUNT.

               PERFORM VARYING WS-ORD-SUB2 FROM WS-ORD-SUB BY 1
                   UNTIL WS-ORD-SUB2 > WS-ORD-COUNT
                   MOVE WS-ORD-SLOT (WS-ORD-SUB2) TO WS-RQ-SUB
                   IF WS-RQ-REQUESTOR (WS-RQ-SUB) = WS-CUR-REQUESTOR
                       PERFORM SERVE-ONE-REQUEST
                           THRU SERVE-ONE-REQUEST-EXIT
                       MOVE "Y" TO WS-RQ-SERVED (WS-RQ-SUB)
                   END-IF
               END-PERFORM.
1650       SERVE-ONE-REQUESTOR-EXIT.
           EXIT.

      *-------------
      *    the banner page ahead of each copy: who it is for, when
      *    it ran, under which rules, and how their requests fared.
1700       WRITE-BANNER.
               MOVE WS-BANNER-RULE TO AQOUT-RECORD.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               MOVE "*  FIZZBUZZ AD-HOC REQUEST RESULTS"
                   TO AQOUT-RECORD.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               MOVE "*" TO AQOUT-RECORD.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.

               STRING "*  REQUESTOR:      " DELIMITED BY SIZE
                      WS-CUR-REQUESTOR DELIMITED BY SIZE
                      "   DELIVER TO: " DELIMITED BY SIZE
                      WS-CUR-REQUESTOR DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.

               STRING "*  RUN:            " DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                      "   RULE SET: " DELIMITED BY SIZE
                      WS-RULESET-ID DELIMITED BY SIZE
                      " EFFECTIVE " DELIMITED BY SIZE
                      WS-RULESET-EFF DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.

               MOVE WS-CP-DONE TO WS-DISP-1.
               MOVE WS-CP-REJECTED TO WS-DISP-2.
               MOVE WS-CP-HELD TO WS-DISP-3.
               STRING "*  REQUESTS:       DONE " DELIMITED BY SIZE
                      WS-DISP-1 DELIMITED BY SIZE
                      "  REJECTED " DELIMITED BY SIZE
                      WS-DISP-2 DELIMITED BY SIZE
                      "  STILL QUEUED " DELIMITED BY SIZE
                      WS-DISP-3 DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.

               MOVE "*" TO AQOUT-RECORD.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               MOVE WS-BANNER-RULE TO AQOUT-RECORD.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
1700       WRITE-BANNER-EXIT.
           EXIT.

      *-------------
      *    one request on its requestor's copy. a request run has
      *    every number with its classification, its totals and its
      *    FBADLOG record; the others say why not.
1750       SERVE-ONE-REQUEST.
               MOVE WS-RQ-NO (WS-RQ-SUB) TO WS-CUR-REQ-NO.
               STRING "REQUEST " DELIMITED BY SIZE
                      WS-RQ-NO (WS-RQ-SUB) DELIMITED BY SIZE
                      "  PRIORITY " DELIMITED BY SIZE
                      WS-RQ-PRIORITY (WS-RQ-SUB) DELIMITED BY SIZE
                      "  COST CENTER " DELIMITED BY SIZE
                      WS-RQ-COST-CENTER (WS-RQ-SUB) DELIMITED BY SIZE
                      "  REASON " DELIMITED BY SIZE
                      WS-RQ-REASON (WS-RQ-SUB) DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               ACCEPT WS-RQ-STATUS-TIME (WS-RQ-SUB) FROM TIME.

               EVALUATE WS-RQ-STATUS (WS-RQ-SUB)
                   WHEN "DONE"
                       PERFORM RUN-ONE-REQUEST
                           THRU RUN-ONE-REQUEST-EXIT
                   WHEN "REJECTED"
                       ADD 1 TO WS-REJECT-COUNT
                       STRING "   STATUS: REJECTED - " DELIMITED BY SIZE
                              WS-RQ-WHY (WS-RQ-SUB) DELIMITED BY SIZE
                           INTO AQOUT-RECORD
                       END-STRING
                       PERFORM WRITE-AQOUT-LINE
                           THRU WRITE-AQOUT-LINE-EXIT
                       DISPLAY " FBADQRUN: request "
                               WS-RQ-NO (WS-RQ-SUB) " rejected - "
                               WS-RQ-WHY (WS-RQ-SUB)
                               UPON TERM
                       MOVE "FBZ494W" TO WS-MSG-ID
                       MOVE "W" TO WS-MSG-SEV
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "AD-HOC REQUEST " DELIMITED BY SIZE
                              WS-RQ-NO (WS-RQ-SUB) DELIMITED BY SIZE
                              " FOR " DELIMITED BY SIZE
                              WS-CUR-REQUESTOR DELIMITED BY SPACE
                              " REJECTED - " DELIMITED BY SIZE
                              WS-RQ-WHY (WS-RQ-SUB) DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-HELD-COUNT
                       STRING "   STATUS: STILL QUEUED - "
                               DELIMITED BY SIZE
                              WS-RQ-WHY (WS-RQ-SUB) DELIMITED BY SIZE
                           INTO AQOUT-RECORD
                       END-STRING
                       PERFORM WRITE-AQOUT-LINE
                           THRU WRITE-AQOUT-LINE-EXIT
               END-EVALUATE.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
1750       SERVE-ONE-REQUEST-EXIT.
           EXIT.

      *-------------
      *    the request's numbers, in the order they were queued,
      *    classified and listed; its totals; its FBADLOG record,
      *    stamped with the same time the queue entry gets.
1800       RUN-ONE-REQUEST.
               MOVE 0 TO WS-REQ-FIZZ WS-REQ-BUZZ WS-REQ-FIZZBUZZ
                         WS-REQ-NEITHER WS-REQ-OTHER WS-REQ-NUMBERS.
               PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > WS-NUM-COUNT
                   IF WS-NM-SLOT (WS-NUM-SUB) = WS-RQ-SUB
                       MOVE WS-NM-VALUE (WS-NUM-SUB) TO WS-COUNTER
                       PERFORM CLASSIFY-COUNTER
                           THRU CLASSIFY-COUNTER-EXIT
                       ADD 1 TO WS-REQ-NUMBERS
                       MOVE WS-COUNTER TO WS-COUNTER-DISP
                       STRING "   " DELIMITED BY SIZE
                              WS-COUNTER-DISP DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-RESULT-TEXT DELIMITED BY SIZE
                           INTO AQOUT-RECORD
                       END-STRING
                       PERFORM WRITE-AQOUT-LINE
                           THRU WRITE-AQOUT-LINE-EXIT
                   END-IF
               END-PERFORM.
               ADD WS-REQ-NUMBERS TO WS-NUMBERS-RUN.
               ADD 1 TO WS-DONE-COUNT.

               MOVE WS-REQ-FIZZ TO WS-DISP-1.
               MOVE WS-REQ-BUZZ TO WS-DISP-2.
               MOVE WS-REQ-FIZZBUZZ TO WS-DISP-3.
               MOVE WS-REQ-NEITHER TO WS-DISP-4.
               MOVE WS-REQ-OTHER TO WS-DISP-5.
               MOVE WS-REQ-NUMBERS TO WS-COUNT-DISP.
               STRING "   TOTALS - NUMBERS " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "  FIZZ " DELIMITED BY SIZE
                      WS-DISP-1 DELIMITED BY SIZE
                      "  BUZZ " DELIMITED BY SIZE
                      WS-DISP-2 DELIMITED BY SIZE
                      "  FIZZBUZZ " DELIMITED BY SIZE
                      WS-DISP-3 DELIMITED BY SIZE
                      "  NEITHER " DELIMITED BY SIZE
                      WS-DISP-4 DELIMITED BY SIZE
                      "  OTHER " DELIMITED BY SIZE
                      WS-DISP-5 DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.
               STRING "   STATUS: DONE " DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RQ-STATUS-TIME (WS-RQ-SUB) DELIMITED BY SIZE
                      " UNDER RULE SET " DELIMITED BY SIZE
                      WS-RULESET-ID DELIMITED BY SIZE
                   INTO AQOUT-RECORD
               END-STRING.
               PERFORM WRITE-AQOUT-LINE THRU WRITE-AQOUT-LINE-EXIT.

               MOVE SPACES TO ADLOG-RECORD.
               MOVE WS-NOW-DATE TO AL-RUN-DATE.
               MOVE WS-RQ-STATUS-TIME (WS-RQ-SUB) TO AL-RUN-TIME.
               MOVE WS-CUR-REQUESTOR TO AL-REQUESTOR.
               MOVE WS-RQ-REASON (WS-RQ-SUB) TO AL-REASON.
               MOVE WS-REQ-NUMBERS TO AL-COUNT.
               MOVE WS-REQ-FIZZ TO AL-TOTAL-FIZZ.
               MOVE WS-REQ-BUZZ TO AL-TOTAL-BUZZ.
               MOVE WS-REQ-FIZZBUZZ TO AL-TOTAL-FIZZBUZZ.
               MOVE WS-REQ-NEITHER TO AL-TOTAL-NEITHER.
               MOVE WS-REQ-OTHER TO AL-TOTAL-OTHER.
               MOVE WS-RULESET-ID TO AL-RULESET-ID.
               MOVE WS-RQ-COST-CENTER (WS-RQ-SUB) TO AL-COST-CENTER.
               WRITE ADLOG-RECORD.

               MOVE "FBZ493I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "AD-HOC REQUEST " DELIMITED BY SIZE
                      WS-RQ-NO (WS-RQ-SUB) DELIMITED BY SIZE
                      " FOR " DELIMITED BY SIZE
                      WS-CUR-REQUESTOR DELIMITED BY SPACE
                      " DONE - NUMBERS " DELIMITED BY SIZE
                      WS-REQ-NUMBERS DELIMITED BY SIZE
                      " RULE SET " DELIMITED BY SIZE
                      WS-RULESET-ID DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1800       RUN-ONE-REQUEST-EXIT.
           EXIT.

      *-------------
      *    the same classification the FIZZBUZZ section performs,
      *    labels, pointer mechanics and all, into the request's
      *    totals.
1850       CLASSIFY-COUNTER.
               MOVE SPACES TO WS-RESULT-TEXT.
               MOVE 1 TO WS-RESULT-PTR.

               DIVIDE WS-COUNTER BY FB-RULE-DIVISOR (1)
                   GIVING WS-QUOTIENT REMAINDER WS-REST3.
               DIVIDE WS-COUNTER BY FB-RULE-DIVISOR (2)
                   GIVING WS-QUOTIENT REMAINDER WS-REST5.

               EVALUATE WS-REST3 ALSO WS-REST5
                   WHEN 0 ALSO 0
                       ADD 1 TO WS-REQ-FIZZBUZZ
                       STRING FB-RULE-LABEL (1) DELIMITED BY SPACE
                              FB-RULE-LABEL (2) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                   WHEN 0 ALSO NOT 0
                       ADD 1 TO WS-REQ-FIZZ
                       STRING FB-RULE-LABEL (1) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                   WHEN NOT 0 ALSO 0
                       ADD 1 TO WS-REQ-BUZZ
                       STRING FB-RULE-LABEL (2) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                   WHEN NOT 0 ALSO NOT 0
                       ADD 1 TO WS-REQ-NEITHER
                       STRING WS-COUNTER DELIMITED BY SIZE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
               END-EVALUATE.

               PERFORM CHECK-EXTRA-RULE THRU CHECK-EXTRA-RULE-EXIT
                   VARYING FB-RULE-IDX FROM 3 BY 1
                   UNTIL FB-RULE-IDX > FB-RULE-COUNT.
1850       CLASSIFY-COUNTER-EXIT.
           EXIT.

      *-------------
      *    the house-rule add-ons, same gate and same leading space
      *    as the main program's CHECK-EXTRA-RULE.
1900       CHECK-EXTRA-RULE.
               IF FB-RULE-DIVISOR (FB-RULE-IDX) NOT = 0
                   DIVIDE WS-COUNTER BY FB-RULE-DIVISOR (FB-RULE-IDX)
                       GIVING WS-QUOTIENT
                       REMAINDER WS-EXTRA-REMAINDER
                   IF WS-EXTRA-REMAINDER = 0
                       ADD 1 TO WS-REQ-OTHER
                       STRING " " DELIMITED BY SIZE
                              FB-RULE-LABEL (FB-RULE-IDX)
                               DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                   END-IF
               END-IF.
1900       CHECK-EXTRA-RULE-EXIT.
           EXIT.

      *-------------
      *    third pass: the queue copied to FBAQNEW record for
      *    record, each request this run took carrying its status,
      *    when, how many numbers and why. requests past WS-RQ-MAX
      *    and everything already DONE or REJECTED go across as
      *    they were.
1950       REWRITE-QUEUE.
               IF NOT WS-ADQ-FOUND
                   CLOSE NEWADQ-FILE
                   GO TO REWRITE-QUEUE-EXIT
               END-IF.
               OPEN INPUT ADQ-FILE.
               MOVE "N" TO WS-ADQ-EOF-SWITCH.
               PERFORM UNTIL WS-ADQ-EOF
                   READ ADQ-FILE
                       AT END
                           SET WS-ADQ-EOF TO TRUE
                       NOT AT END
                           IF AQ-REQUEST AND AQ-REQ-NO IS NUMERIC
                             AND AQ-QUEUED
                               PERFORM FIND-REQ-SLOT
                                   THRU FIND-REQ-SLOT-EXIT
                               IF WS-FOUND-SLOT > 0
                                   PERFORM MARK-REQUEST
                                       THRU MARK-REQUEST-EXIT
                               END-IF
                           END-IF
                           WRITE NEWADQ-RECORD FROM ADQ-RECORD
                   END-READ
               END-PERFORM.
               CLOSE ADQ-FILE.
               CLOSE NEWADQ-FILE.
1950       REWRITE-QUEUE-EXIT.
           EXIT.

      *-------------
1960       MARK-REQUEST.
               MOVE WS-RQ-STATUS (WS-FOUND-SLOT) TO AQ-STATUS.
               MOVE WS-NOW-DATE TO AQ-STATUS-DATE.
               MOVE WS-RQ-STATUS-TIME (WS-FOUND-SLOT) TO AQ-STATUS-TIME.
               MOVE WS-RQ-NUM-COUNT (WS-FOUND-SLOT) TO AQ-NUM-COUNT.
               MOVE WS-RQ-WHY (WS-FOUND-SLOT) TO AQ-STATUS-REASON.
1960       MARK-REQUEST-EXIT.
           EXIT.

      *-------------
      *    how the run went, onto the log - and the requests left
      *    waiting, if any, flagged so somebody looks.
1970       WRITE-SUMMARY.
               ADD WS-OVERFLOW-COUNT TO WS-HELD-COUNT.
               MOVE "FBZ495I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "AD-HOC QUEUE RUN - DONE " DELIMITED BY SIZE
                      WS-DONE-COUNT DELIMITED BY SIZE
                      " REJ " DELIMITED BY SIZE
                      WS-REJECT-COUNT DELIMITED BY SIZE
                      " HELD " DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      " NUMBERS " DELIMITED BY SIZE
                      WS-NUMBERS-RUN DELIMITED BY SIZE
                      " COPIES " DELIMITED BY SIZE
                      WS-COPY-COUNT DELIMITED BY SIZE
                      " RULES " DELIMITED BY SIZE
                      WS-RULESET-ID DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.

               IF WS-HELD-COUNT > 0
                   MOVE "FBZ496W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "AD-HOC QUEUE RUN FULL - " DELIMITED BY SIZE
                          WS-HELD-COUNT DELIMITED BY SIZE
                          " REQUESTS HELD OVER TO THE NEXT RUN"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
               END-IF.

               IF WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
1970       WRITE-SUMMARY-EXIT.
           EXIT.

      *-------------
      *    one line of the copy, kept on the result file first under
      *    whose copy and which request it is.
1980       WRITE-AQOUT-LINE.
               MOVE SPACES TO RESULT-RECORD.
               MOVE WS-CUR-REQUESTOR TO RS-REQUESTOR.
               MOVE WS-CUR-REQ-NO TO RS-REQ-NO.
               MOVE AQOUT-RECORD TO RS-LINE.
               WRITE RESULT-RECORD.
               WRITE AQOUT-RECORD.
               MOVE SPACES TO AQOUT-RECORD.
1980       WRITE-AQOUT-LINE-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1990       WRITE-OPS-MSG.
               ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-MSG-TIME FROM TIME.
               MOVE SPACES TO MSGLOG-RECORD.
               STRING WS-MSG-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MSG-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MSG-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MSG-SEV DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MSG-TEXT DELIMITED BY SIZE
                   INTO MSGLOG-RECORD
               END-STRING.
               IF WS-MLOG-STATUS = "00"
                   WRITE MSGLOG-RECORD
               END-IF.
1990       WRITE-OPS-MSG-EXIT.
           EXIT.
