      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:puts ad-hoc requests on the request queue FBADQ.
      *         a requestor wanting specific numbers classified used
      *         to need an FBNUMS list and an FBADPARM card of their
      *         own, submitted around the run calendar - one
      *         requestor, one reason, one submission. now each
      *         request is a REQ card and its NUM cards, dropped on
      *         the queue any time of day; FBADQRUN takes the whole
      *         queue in one pass and marks each request DONE or
      *         REJECTED. every request queued here gets its own
      *         request number - quote it when asking after it. see
      *         copylib/FBADQR.cpy.
      ******************************************************************

      *    request cards on FBAQCARD, any number of requests per
      *    deck, each a REQ card followed by its NUM cards:
      *      REQ card:
      *        cols  1- 3  REQ
      *        cols  5-12  requestor id - required
      *        col  14     priority 1-9, 1 runs first
      *        cols 16-21  cost center the request is charged to
      *        cols 23-62  reason
      *      NUM card, as many as the request needs:
      *        cols  1- 3  NUM
      *        cols  5-12, 14-21, 23-30, 32-39, 41-48, 50-57, 59-66,
      *        68-75  up to eight numbers, eight digits each, zero
      *               filled - leave a slot blank to skip it
      *
      *    only a card that cannot be tied to a requestor is turned
      *    back here. priority, reason, cost center and numbers are
      *    judged when FBADQRUN runs the queue, and a request that
      *    fails them is marked REJECTED on the queue with the
      *    reason, where the requestor can see it.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ491I  request queued
      *      FBZ492W  request card rejected
      *
      *    return codes: 0 every card queued, 8 one or more cards
      *    rejected (or no cards at all) - the rest were queued,
      *    12 FBADQ would not open - nothing queued.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBADQADD.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the request cards.
           SELECT AQCARD-FILE ASSIGN TO "FBAQCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AQCARD-STATUS.

      *    the request queue - read once for the last request
      *    number, then appended. see copylib/FBADQR.cpy.
           SELECT ADQ-FILE ASSIGN TO "FBADQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADQ-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  AQCARD-FILE.
       01  AQCARD-RECORD.
           05  AC-TYPE                         PIC X(03).
           05  FILLER                          PIC X(01).
           05  AC-BODY                         PIC X(76).
           05  AC-REQ-BODY REDEFINES AC-BODY.
               10  AC-REQUESTOR                PIC X(08).
               10  FILLER                      PIC X(01).
               10  AC-PRIORITY                 PIC X(01).
               10  FILLER                      PIC X(01).
               10  AC-COST-CENTER              PIC X(06).
               10  FILLER                      PIC X(01).
               10  AC-REASON                   PIC X(40).
               10  FILLER                      PIC X(18).

       FD  ADQ-FILE.
       COPY FBADQR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-AQCARD-STATUS        PIC X(02) VALUE "00".
       77  WS-ADQ-STATUS           PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-AQCARD-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-AQCARD-EOF                   VALUE "Y".
       77  WS-ADQ-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-ADQ-EOF                      VALUE "Y".

      *    request numbers run on from the highest on the queue.
       77  WS-LAST-REQ-NO          PIC 9(08) VALUE 0.

      *    the request NUM cards are being filed under - off until
      *    a REQ card is queued, and again after one is turned back,
      *    so its numbers are never filed under somebody else.
       77  WS-REQ-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  WS-REQ-OPEN                     VALUE "Y".
       77  WS-CUR-REQ-NO           PIC 9(08) VALUE 0.

       77  WS-NOW-DATE             PIC 9(08).

       77  WS-CARDS-READ           PIC 9(04) VALUE 0.
       77  WS-REQS-QUEUED          PIC 9(04) VALUE 0.
       77  WS-CARDS-BAD            PIC 9(04) VALUE 0.
       77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

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

               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.

               PERFORM LOAD-LAST-REQ-NO THRU LOAD-LAST-REQ-NO-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN INPUT AQCARD-FILE.
               IF WS-AQCARD-STATUS NOT = "00"
                   DISPLAY " FBADQADD: no FBAQCARD cards - nothing "
                           "queued" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN EXTEND ADQ-FILE.
               IF WS-ADQ-STATUS NOT = "00"
                   OPEN OUTPUT ADQ-FILE
               END-IF.
               IF WS-ADQ-STATUS NOT = "00"
                   DISPLAY " FBADQADD: unable to open FBADQ - "
                           "status " WS-ADQ-STATUS
                           " - nothing queued" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   CLOSE AQCARD-FILE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM UNTIL WS-AQCARD-EOF
                   READ AQCARD-FILE
                       AT END
                           SET WS-AQCARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM QUEUE-ONE-CARD
                               THRU QUEUE-ONE-CARD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AQCARD-FILE.
               CLOSE ADQ-FILE.

               IF WS-CARDS-BAD > 0 OR WS-CARDS-READ = 0
                   MOVE 8 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBADQADD complete - cards " WS-CARDS-READ
                       " requests queued " WS-REQS-QUEUED
                       " rejected " WS-CARDS-BAD UPON TERM.
           STOP RUN.

      *-------------
      *    the highest request number on the queue. no queue yet is
      *    the first request ever, not an error.
1000       LOAD-LAST-REQ-NO.
               OPEN INPUT ADQ-FILE.
               IF WS-ADQ-STATUS = "35"
                   GO TO LOAD-LAST-REQ-NO-EXIT
               END-IF.
               IF WS-ADQ-STATUS NOT = "00"
                   DISPLAY " FBADQADD: unable to open FBADQ - "
                           "status " WS-ADQ-STATUS
                           " - nothing queued" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO LOAD-LAST-REQ-NO-EXIT
               END-IF.
               PERFORM UNTIL WS-ADQ-EOF
                   READ ADQ-FILE
                       AT END
                           SET WS-ADQ-EOF TO TRUE
                       NOT AT END
                           IF AQ-REQ-NO IS NUMERIC
                             AND AQ-REQ-NO > WS-LAST-REQ-NO
                               MOVE AQ-REQ-NO TO WS-LAST-REQ-NO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ADQ-FILE.
1000       LOAD-LAST-REQ-NO-EXIT.
           EXIT.

      *-------------
      *    one card. a REQ card opens a new request, its NUM cards
      *    are filed under that request's number.
1100       QUEUE-ONE-CARD.
               EVALUATE AC-TYPE
                   WHEN "REQ"
                       MOVE "N" TO WS-REQ-OPEN-SWITCH
                       IF AC-REQUESTOR = SPACES
                           MOVE "NO REQUESTOR ID IN 5-12"
                               TO WS-REJECT-REASON
                           GO TO QUEUE-ONE-CARD-REJECT
                       END-IF
                       PERFORM QUEUE-REQUEST THRU QUEUE-REQUEST-EXIT
                   WHEN "NUM"
                       IF NOT WS-REQ-OPEN
                           MOVE "NUM CARD WITH NO QUEUED REQ CARD AHEAD"
                               TO WS-REJECT-REASON
                           GO TO QUEUE-ONE-CARD-REJECT
                       END-IF
                       MOVE SPACES TO ADQ-RECORD
                       MOVE WS-CUR-REQ-NO TO AQ-REQ-NO
                       MOVE "NUM" TO AQ-REC-TYPE
                       MOVE AC-BODY (1:72) TO AQ-BODY
                       WRITE ADQ-RECORD
                   WHEN OTHER
                       MOVE "CARD TYPE IS NOT REQ OR NUM"
                           TO WS-REJECT-REASON
                       GO TO QUEUE-ONE-CARD-REJECT
               END-EVALUATE.
               GO TO QUEUE-ONE-CARD-EXIT.

1100       QUEUE-ONE-CARD-REJECT.
               ADD 1 TO WS-CARDS-BAD.
               DISPLAY " FBADQADD: card " WS-CARDS-READ
                       " rejected - " WS-REJECT-REASON UPON TERM.
               MOVE "FBZ492W" TO WS-MSG-ID.
               MOVE "W" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "REQUEST CARD REJECTED - " DELIMITED BY SIZE
                      AQCARD-RECORD (1:12) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1100       QUEUE-ONE-CARD-EXIT.
           EXIT.

      *-------------
      *    a new request on the queue, QUEUED, under the next
      *    request number.
1200       QUEUE-REQUEST.
               ADD 1 TO WS-LAST-REQ-NO.
               MOVE WS-LAST-REQ-NO TO WS-CUR-REQ-NO.
               MOVE SPACES TO ADQ-RECORD.
               MOVE WS-CUR-REQ-NO TO AQ-REQ-NO.
               MOVE "REQ" TO AQ-REC-TYPE.
               MOVE AC-REQUESTOR TO AQ-REQUESTOR.
               MOVE AC-PRIORITY TO AQ-PRIORITY.
               MOVE AC-COST-CENTER TO AQ-COST-CENTER.
               MOVE AC-REASON TO AQ-REASON.
               MOVE WS-NOW-DATE TO AQ-QUEUED-DATE.
               MOVE "QUEUED" TO AQ-STATUS.
               MOVE WS-NOW-DATE TO AQ-STATUS-DATE.
               ACCEPT AQ-STATUS-TIME FROM TIME.
               MOVE 0 TO AQ-NUM-COUNT.
               WRITE ADQ-RECORD.
               SET WS-REQ-OPEN TO TRUE.
               ADD 1 TO WS-REQS-QUEUED.

               DISPLAY " FBADQADD: request " WS-CUR-REQ-NO
                       " queued for " AC-REQUESTOR " priority "
                       AC-PRIORITY UPON TERM.
               MOVE "FBZ491I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "AD-HOC REQUEST " DELIMITED BY SIZE
                      WS-CUR-REQ-NO DELIMITED BY SIZE
                      " QUEUED FOR " DELIMITED BY SIZE
                      AC-REQUESTOR DELIMITED BY SPACE
                      " PRIORITY " DELIMITED BY SIZE
                      AC-PRIORITY DELIMITED BY SIZE
                      " REASON " DELIMITED BY SIZE
                      AC-REASON DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1200       QUEUE-REQUEST-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1300       WRITE-OPS-MSG.
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
1300       WRITE-OPS-MSG-EXIT.
           EXIT.
