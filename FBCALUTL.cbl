      *      FAIL     append a FAILED record for the FBCLDATE card
      *               date - clears a stuck RUNNING state so the
      *               date reruns without the force flag.
      *    cols 10-17 of the function card: the operator id of
      *    whoever submits it. FAIL goes ahead only on an FBAUTH
      *    approval for FAIL of that date, unexpired and unused,
      *    from a different operator (the FBAPPROV job records
      *    it); the approval is marked used before the calendar is
      *    touched.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ451E  FAIL refused - no usable approval
      *      FBZ452I  FAIL authorized - approval used
      *
      *    return codes: 0 calendar clean, 4 a past date was left
      *    FAILED - it ran, look at why, 8 a planned date never ran
      *    or is stuck RUNNING, the calendar outgrew the check's
      *    fold table (the check is blind past that point), a bad
      *    function/date card, or a FAIL with no usable approval,
      *    12 the calendar would not open.

       IDENTIFICATION DIVISION.
      *---------------
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.

      *    the override authorization file - FAIL's second-operator
      *    approval is looked up here and marked used. see
      *    copylib/FBAUTHR.cpy.
           SELECT AUTH-FILE ASSIGN TO "FBAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FD  FUNCTION-FILE.
       01  FUNCTION-RECORD.
           05  FUNC-NAME                       PIC X(08).
           05  FILLER                          PIC X(01).
           05  FUNC-SUBMITTER                  PIC X(08).
           05  FILLER                          PIC X(63).

       FD  DATE-FILE.
       01  DATE-RECORD.
           05  DC-STATE                        PIC X(08).
           05  FILLER                          PIC X(63).

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
           88  WS-DATE-EOF                     VALUE "Y".

       77  WS-FUNCTION             PIC X(08) VALUE "CHECK".
       77  WS-FUNC-SUBMITTER       PIC X(08) VALUE SPACES.
       77  WS-TODAY                PIC 9(08).

      *    the calendar folded down to one slot per business date,
       77  WS-CARDS-BAD            PIC 9(03) VALUE 0.
       77  WS-TODAY-STATE          PIC X(08) VALUE SPACES.

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).

      *    dual control - see CHECK-AUTHORIZATION. the override
      *    asked for is set up by the caller; every APPROVED record
      *    on FBAUTH for exactly that function and target is
      *    gathered, USED records strike their approval off, and
      *    the first survivor from another operator that has not
      *    expired is spent on this override. see copylib/FBAUTHR.
       77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
       77  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-EOF                     VALUE "Y".
       77  WS-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
           88  WS-AUTH-OK                      VALUE "Y".
       77  WS-AUTH-FUNCTION        PIC X(08) VALUE SPACES.
       77  WS-AUTH-TARGET-DATE     PIC X(08) VALUE SPACES.
       77  WS-AUTH-TARGET-TIME     PIC X(08) VALUE SPACES.
       77  WS-AUTH-SUBMITTER       PIC X(08) VALUE SPACES.
       77  WS-AUTH-REFUSAL         PIC X(40) VALUE SPACES.
       77  WS-AUTH-NOW-DATE        PIC 9(08).
       01  WS-AUTH-NOW-CLOCK.
           05  WS-AUTH-NOW-HHMM                PIC 9(04).
           05  FILLER                          PIC 9(04).
       77  WS-AUTH-COUNT           PIC 9(02) VALUE 0.
       77  WS-AUTH-MAX             PIC 9(02) VALUE 20.
       77  WS-AUTH-SUB             PIC 9(02).
       77  WS-AUTH-HIT             PIC 9(02).
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 20 TIMES.
               10  WS-AT-AUTH-NO               PIC 9(08).
               10  WS-AT-APPROVER              PIC X(08).
               10  WS-AT-EXPIRE-DATE           PIC 9(08).
               10  WS-AT-EXPIRE-TIME           PIC 9(04).
               10  WS-AT-REASON                PIC X(30).
               10  WS-AT-USED                  PIC X(01).


       PROCEDURE DIVISION.
      *-----------------------
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.

               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.

               PERFORM READ-FUNCTION-CARD
                   THRU READ-FUNCTION-CARD-EXIT.

                       MOVE 8 TO RETURN-CODE
               END-EVALUATE.

               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
           STOP RUN.

      *-------------
                       IF FUNC-NAME NOT = SPACES
                           MOVE FUNC-NAME TO WS-FUNCTION
                       END-IF
                       MOVE FUNC-SUBMITTER TO WS-FUNC-SUBMITTER
               END-READ.
               CLOSE FUNCTION-FILE.
1000       READ-FUNCTION-CARD-EXIT.
                       ADD 1 TO WS-MISSED-COUNT
                       DISPLAY "   NEVER RAN........: "
                               WS-CAL-DATE (WS-CAL-SUB)
                               " still PLANNED - catch it up "
                               "with the FBCATCH job" UPON TERM
                   WHEN "RUNNING "
                       ADD 1 TO WS-STUCK-COUNT
                       DISPLAY "   STUCK RUNNING....: "
                   GO TO FAIL-ONE-DATE-EXIT
               END-IF.

      *    a second operator signs for marking a date down - no
      *    approval, the calendar is not touched.
               MOVE "FAIL" TO WS-AUTH-FUNCTION.
               MOVE DC-DATE-X TO WS-AUTH-TARGET-DATE.
               MOVE SPACES TO WS-AUTH-TARGET-TIME.
               MOVE WS-FUNC-SUBMITTER TO WS-AUTH-SUBMITTER.
               PERFORM CHECK-AUTHORIZATION
                   THRU CHECK-AUTHORIZATION-EXIT.
               IF NOT WS-AUTH-OK
                   MOVE 8 TO RETURN-CODE
                   GO TO FAIL-ONE-DATE-EXIT
               END-IF.

               OPEN EXTEND RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS NOT = "00"
                   OPEN OUTPUT RUN-CONTROL-FILE
                       UPON TERM.
1400       FAIL-ONE-DATE-EXIT.
           EXIT.

      *-------------
      *    dual control on an override. the caller sets
      *    WS-AUTH-FUNCTION, -TARGET-DATE, -TARGET-TIME and
      *    -SUBMITTER; this comes back WS-AUTH-OK with the approval
      *    already marked USED on FBAUTH, or not OK with the reason
      *    in WS-AUTH-REFUSAL - FBZ452I or FBZ451E on the ops log
      *    either way. the approval is spent BEFORE the override
      *    runs, so an override that dies half way can never be
      *    submitted again on the same approval.
1500       CHECK-AUTHORIZATION.
               MOVE "N" TO WS-AUTH-OK-SWITCH.
               MOVE "N" TO WS-AUTH-EOF-SWITCH.
               MOVE 0 TO WS-AUTH-COUNT.
               MOVE 0 TO WS-AUTH-HIT.
               MOVE "NO APPROVAL ON FILE" TO WS-AUTH-REFUSAL.
               ACCEPT WS-AUTH-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-AUTH-NOW-CLOCK FROM TIME.

      *    an override nobody signed for cannot be told apart from
      *    one its own approver submitted.
               IF WS-AUTH-SUBMITTER = SPACES
                   MOVE "NO SUBMITTER ID ON THE CARD"
                       TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTHORIZATION-REFUSE
               END-IF.

               OPEN INPUT AUTH-FILE.
               IF WS-AUTH-STATUS NOT = "00"
                   MOVE "FBAUTH WOULD NOT OPEN" TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTHORIZATION-REFUSE
               END-IF.
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-AUTH-RECORD
                               THRU NOTE-AUTH-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUTH-FILE.

               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                     OR WS-AUTH-HIT > 0
                   PERFORM CHECK-AUTH-ENTRY
                       THRU CHECK-AUTH-ENTRY-EXIT
               END-PERFORM.
               IF WS-AUTH-HIT = 0
                   GO TO CHECK-AUTHORIZATION-REFUSE
               END-IF.

      *    an approval that cannot be marked used is not honored at
      *    all - otherwise it could be spent twice.
               OPEN EXTEND AUTH-FILE.
               IF WS-AUTH-STATUS NOT = "00"
                   MOVE "FBAUTH WOULD NOT TAKE THE USED RECORD"
                       TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTHORIZATION-REFUSE
               END-IF.
               MOVE SPACES TO AUTH-RECORD.
               MOVE WS-AT-AUTH-NO (WS-AUTH-HIT) TO AU-AUTH-NO.
               MOVE "USED" TO AU-STATE.
               MOVE WS-AUTH-FUNCTION TO AU-FUNCTION.
               MOVE WS-AUTH-TARGET-DATE TO AU-TARGET-DATE.
               MOVE WS-AUTH-TARGET-TIME TO AU-TARGET-TIME.
               MOVE WS-AT-APPROVER (WS-AUTH-HIT) TO AU-APPROVER.
               MOVE WS-AT-EXPIRE-DATE (WS-AUTH-HIT) TO AU-EXPIRE-DATE.
               MOVE WS-AT-EXPIRE-TIME (WS-AUTH-HIT) TO AU-EXPIRE-TIME.
               MOVE WS-AUTH-SUBMITTER TO AU-USED-BY.
               ACCEPT AU-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-STAMP-TIME FROM TIME.
               MOVE WS-AT-REASON (WS-AUTH-HIT) TO AU-REASON.
               WRITE AUTH-RECORD.
               IF WS-AUTH-STATUS NOT = "00"
                   CLOSE AUTH-FILE
                   MOVE "FBAUTH WOULD NOT TAKE THE USED RECORD"
                       TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTHORIZATION-REFUSE
               END-IF.
               CLOSE AUTH-FILE.
               SET WS-AUTH-OK TO TRUE.

               DISPLAY " " WS-AUTH-FUNCTION " authorized - approval "
                       WS-AT-AUTH-NO (WS-AUTH-HIT) " by "
                       WS-AT-APPROVER (WS-AUTH-HIT) UPON TERM.
               MOVE "FBZ452I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING WS-AUTH-FUNCTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AUTH-TARGET-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AUTH-TARGET-TIME DELIMITED BY SPACE
                      " AUTHORIZED - APPROVAL " DELIMITED BY SIZE
                      WS-AT-AUTH-NO (WS-AUTH-HIT) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-AT-APPROVER (WS-AUTH-HIT) DELIMITED BY SPACE
                      " FOR " DELIMITED BY SIZE
                      WS-AUTH-SUBMITTER DELIMITED BY SPACE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               GO TO CHECK-AUTHORIZATION-EXIT.

1500       CHECK-AUTHORIZATION-REFUSE.
               DISPLAY " WARNING: " WS-AUTH-FUNCTION " refused - "
                       WS-AUTH-REFUSAL UPON TERM.
               MOVE "FBZ451E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING WS-AUTH-FUNCTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AUTH-TARGET-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AUTH-TARGET-TIME DELIMITED BY SPACE
                      " REFUSED - " DELIMITED BY SIZE
                      WS-AUTH-REFUSAL DELIMITED BY "  "
                      " - SUBMITTER " DELIMITED BY SIZE
                      WS-AUTH-SUBMITTER DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1500       CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *-------------
      *    only this override's records are kept. more than the
      *    table holds for one target means somebody is approving
      *    in a loop - the oldest are kept, the rest passed over.
1550       NOTE-AUTH-RECORD.
               IF AU-AUTH-NO IS NOT NUMERIC
                 OR AU-FUNCTION NOT = WS-AUTH-FUNCTION
                 OR AU-TARGET-DATE NOT = WS-AUTH-TARGET-DATE
                 OR AU-TARGET-TIME NOT = WS-AUTH-TARGET-TIME
                   GO TO NOTE-AUTH-RECORD-EXIT
               END-IF.
               IF AU-USED
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                       IF WS-AT-AUTH-NO (WS-AUTH-SUB) = AU-AUTH-NO
                           MOVE "Y" TO WS-AT-USED (WS-AUTH-SUB)
                       END-IF
                   END-PERFORM
                   GO TO NOTE-AUTH-RECORD-EXIT
               END-IF.
               IF NOT AU-APPROVED
                 OR AU-EXPIRE-DATE IS NOT NUMERIC
                 OR AU-EXPIRE-TIME IS NOT NUMERIC
                 OR WS-AUTH-COUNT >= WS-AUTH-MAX
                   GO TO NOTE-AUTH-RECORD-EXIT
               END-IF.
               ADD 1 TO WS-AUTH-COUNT.
               MOVE AU-AUTH-NO TO WS-AT-AUTH-NO (WS-AUTH-COUNT).
               MOVE AU-APPROVER TO WS-AT-APPROVER (WS-AUTH-COUNT).
               MOVE AU-EXPIRE-DATE TO WS-AT-EXPIRE-DATE (WS-AUTH-COUNT).
               MOVE AU-EXPIRE-TIME TO WS-AT-EXPIRE-TIME (WS-AUTH-COUNT).
               MOVE AU-REASON TO WS-AT-REASON (WS-AUTH-COUNT).
               MOVE "N" TO WS-AT-USED (WS-AUTH-COUNT).
1550       NOTE-AUTH-RECORD-EXIT.
           EXIT.

      *-------------
      *    one gathered approval against the three rules. the
      *    reason kept is the last one met, so a refusal says what
      *    was actually wrong with what was on file.
1560       CHECK-AUTH-ENTRY.
               IF WS-AT-USED (WS-AUTH-SUB) = "Y"
                   MOVE "APPROVAL ALREADY USED" TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTH-ENTRY-EXIT
               END-IF.
               IF WS-AT-APPROVER (WS-AUTH-SUB) = WS-AUTH-SUBMITTER
                   MOVE "APPROVED BY THE SUBMITTER" TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTH-ENTRY-EXIT
               END-IF.
               IF WS-AT-EXPIRE-DATE (WS-AUTH-SUB) < WS-AUTH-NOW-DATE
                 OR (WS-AT-EXPIRE-DATE (WS-AUTH-SUB) = WS-AUTH-NOW-DATE
                 AND WS-AT-EXPIRE-TIME (WS-AUTH-SUB) < WS-AUTH-NOW-HHMM)
                   MOVE "APPROVAL EXPIRED" TO WS-AUTH-REFUSAL
                   GO TO CHECK-AUTH-ENTRY-EXIT
               END-IF.
               MOVE WS-AUTH-SUB TO WS-AUTH-HIT.
1560       CHECK-AUTH-ENTRY-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1600       WRITE-OPS-MSG.
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
1600       WRITE-OPS-MSG-EXIT.
           EXIT.
