      *      cols 10-17  run time HHMMSShh    or extract record of
      *      cols 19-26  start value          the run to remove)
      *      cols 28-35  times-to-simulate
      *      cols 37-44  operator id of whoever submits the backout
      *
      *    dual control: nothing is removed unless an FBAUTH
      *    approval for BACKOUT of exactly this run date and time
      *    is on file, unexpired and unused, from an operator other
      *    than the one in cols 37-44 (the FBAPPROV job records
      *    it). the approval is marked used before the first file
      *    is touched.
      *
      *    the survivors go to FBHKEEP and FBXTKEEP; the next job
      *    steps copy them back over the live datasets - the same
      *    arrangement every rewriting job here uses, so a broken
      *    backout can never half-empty a live file.
      *
      *    re-seal: taking a run off breaks the FBSEAL chain of
      *    every file it came off, by design. so for each of those
      *    files this appends a RESEAL entry to FBSEAL saying which
      *    run came off, who submitted it and under which approval,
      *    then a fresh chain over the file as it will stand - the
      *    survivor file for FBHIST and FBXTRCT, the master itself
      *    for FBRMAST. when a file would not open the copybacks are
      *    held, so FBHIST and FBXTRCT are not re-sealed then. the
      *    job runs FBSEALCK ahead of this step and holds it on a
      *    broken chain, so a backout never re-seals over an edit
      *    nobody has seen. see copylib/FBSEALR.cpy.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ411I  run backed out
      *      FBZ412E  no matching run to back out
      *      FBZ413I  file re-sealed after the backout
      *      FBZ414W  unable to re-seal - FBSEALCK will report the
      *               chain broken at the backout
      *      FBZ451E  backout refused - no usable approval
      *      FBZ452I  backout authorized - approval used
      *
      *    return codes: 0 history line, extract record and
      *    run-master record all removed, 4 the run was only on
      *    some of the three files - removed what existed, look at
      *    why the rest was missing - or the re-seal could not be
      *    written, 8 no matching run at all, an
      *    unreadable card, or no usable approval - nothing
      *    touched, 12 a file would not open.

       IDENTIFICATION DIVISION.
      *---------------

      *    the keyed run master - the backed-out run is DELETEd by
      *    key, the one honest advantage a keyed file has over a
      *    text one here, then the file is read through in key
      *    order to re-seal it. see copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *    the override authorization file - the second operator's
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

      *    the seal file - the RESEAL entries and fresh chains for
      *    the files the backout changed go on the end of it.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
      *------------

           05  BK-START-X                      PIC X(08).
           05  FILLER                          PIC X(01).
           05  BK-TTS-X                        PIC X(08).
           05  FILLER                          PIC X(01).
           05  BK-SUBMITTER                    PIC X(08).
           05  FILLER                          PIC X(36).

      *    the compact history line carve - " RS=" tag at column
      *    19, same contract as every reader of this file.
       FD  RUN-CONTROL-FILE.
       COPY FBRUNCTL.

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       FD  SEAL-FILE.
       COPY FBSEALR.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-BKPARM-STATUS        PIC X(02) VALUE "00".
       77  WS-BK-TIME              PIC 9(08).
       77  WS-BK-START             PIC 9(08).
       77  WS-BK-TTS               PIC 9(08).
       77  WS-BK-SUBMITTER         PIC X(08) VALUE SPACES.
       77  WS-CARD-OK-SWITCH       PIC X(01) VALUE "N".
           88  WS-CARD-OK                      VALUE "Y".

       77  WS-NOW-DATE             PIC 9(08).
       77  WS-NOW-TIME             PIC 9(08).

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

      *    re-seal - see RESEAL-FILES. each re-sealed file's chain
      *    starts over from zero behind its RESEAL entry; the check
      *    value arithmetic is the main program's SEAL-CHECK-VALUE.
       77  WS-SEAL-STATUS          PIC X(02) VALUE "00".
       77  WS-SEAL-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-SEAL-EOF                     VALUE "Y".
       77  WS-SEAL-HOLD-SWITCH     PIC X(01) VALUE "N".
           88  WS-SEAL-COPYBACK-HELD           VALUE "Y".
       77  WS-SEAL-FILE            PIC X(08).
       77  WS-SEAL-COUNT           PIC 9(08) VALUE 0.
       77  WS-SEAL-DATA            PIC X(132).
       77  WS-SEAL-LEN             PIC 9(03).
       77  WS-SEAL-POS             PIC 9(03).
       77  WS-SEAL-VALUE           PIC 9(09).
       77  WS-SEAL-WORK            PIC 9(12).
       77  WS-SEAL-QUOT            PIC 9(12).
       01  WS-SEAL-BYTE-AREA.
           05  FILLER                          PIC X(01)
                                               VALUE LOW-VALUE.
           05  WS-SEAL-BYTE                    PIC X(01).
       01  WS-SEAL-BYTE-N REDEFINES WS-SEAL-BYTE-AREA
                                               PIC 9(04) COMP.


       PROCEDURE DIVISION.
      *-----------------------
                   GO TO MAIN-WRAP-UP
               END-IF.

      *    a second operator signs for every backout - no approval,
      *    nothing touched.
               MOVE "BACKOUT" TO WS-AUTH-FUNCTION.
               MOVE WS-BK-DATE TO WS-AUTH-TARGET-DATE.
               MOVE WS-BK-TIME TO WS-AUTH-TARGET-TIME.
               MOVE WS-BK-SUBMITTER TO WS-AUTH-SUBMITTER.
               PERFORM CHECK-AUTHORIZATION
                   THRU CHECK-AUTHORIZATION-EXIT.
               IF NOT WS-AUTH-OK
                   MOVE 8 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
      *    never an in-place edit of it.
               PERFORM RESET-RUN-CONTROL
                   THRU RESET-RUN-CONTROL-EXIT.
               PERFORM RESEAL-FILES THRU RESEAL-FILES-EXIT.

               MOVE "FBZ411I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
                           MOVE BK-RUN-TIME-X TO WS-BK-TIME
                           MOVE BK-START-X TO WS-BK-START
                           MOVE BK-TTS-X TO WS-BK-TTS
                           MOVE BK-SUBMITTER TO WS-BK-SUBMITTER
                       ELSE
                           DISPLAY " FBBACKUT: card does not read - "
                                   "all four identity columns must "
                      WS-BK-START DELIMITED BY SIZE
                      " TTS=" DELIMITED BY SIZE
                      WS-BK-TTS DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-BK-SUBMITTER DELIMITED BY SIZE
                      " APPROVAL " DELIMITED BY SIZE
                      WS-AT-AUTH-NO (WS-AUTH-HIT) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-AT-APPROVER (WS-AUTH-HIT) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING.
               WRITE AUDIT-RECORD.
               END-IF.
1600       WRITE-OPS-MSG-EXIT.
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
1700       CHECK-AUTHORIZATION.
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

1700       CHECK-AUTHORIZATION-REFUSE.
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
1700       CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *-------------
      *    only this override's records are kept. more than the
      *    table holds for one target means somebody is approving
      *    in a loop - the oldest are kept, the rest passed over.
1750       NOTE-AUTH-RECORD.
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
1750       NOTE-AUTH-RECORD-EXIT.
           EXIT.

      *-------------
      *    one gathered approval against the three rules. the
      *    reason kept is the last one met, so a refusal says what
      *    was actually wrong with what was on file.
1760       CHECK-AUTH-ENTRY.
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
1760       CHECK-AUTH-ENTRY-EXIT.
           EXIT.

      *-------------
      *    re-seals every file the backout changed. the copyback
      *    steps are held on RC 12, so when the calendar update
      *    went 12 the survivor files never reach FBHIST/FBXTRCT
      *    and sealing them would describe files that do not
      *    exist - only the run master, already changed by its
      *    DELETE, is re-sealed then.
1800       RESEAL-FILES.
               IF WS-HIST-REMOVED = 0 AND WS-XTRC-REMOVED = 0
                 AND WS-RMAST-REMOVED = 0
                   GO TO RESEAL-FILES-EXIT
               END-IF.
               IF RETURN-CODE = 12
                   SET WS-SEAL-COPYBACK-HELD TO TRUE
               END-IF.
               OPEN EXTEND SEAL-FILE.
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF.
               IF WS-SEAL-STATUS NOT = "00"
                   DISPLAY " FBBACKUT: unable to open FBSEAL - "
                           "status " WS-SEAL-STATUS UPON TERM
                   MOVE "FBZ414W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "UNABLE TO RE-SEAL AFTER BACKOUT - FBSEAL "
                           DELIMITED BY SIZE
                          "FILE STATUS " DELIMITED BY SIZE
                          WS-SEAL-STATUS DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO RESEAL-FILES-EXIT
               END-IF.

               IF WS-HIST-REMOVED > 0 AND NOT WS-SEAL-COPYBACK-HELD
                   MOVE "FBHIST" TO WS-SEAL-FILE
                   PERFORM WRITE-RESEAL-ENTRY
                       THRU WRITE-RESEAL-ENTRY-EXIT
                   PERFORM RESEAL-HISTORY THRU RESEAL-HISTORY-EXIT
               END-IF.
               IF WS-XTRC-REMOVED > 0 AND NOT WS-SEAL-COPYBACK-HELD
                   MOVE "FBXTRCT" TO WS-SEAL-FILE
                   PERFORM WRITE-RESEAL-ENTRY
                       THRU WRITE-RESEAL-ENTRY-EXIT
                   PERFORM RESEAL-EXTRACT THRU RESEAL-EXTRACT-EXIT
               END-IF.
               IF WS-RMAST-REMOVED > 0
                   MOVE "FBRMAST" TO WS-SEAL-FILE
                   PERFORM WRITE-RESEAL-ENTRY
                       THRU WRITE-RESEAL-ENTRY-EXIT
                   PERFORM RESEAL-RUN-MASTER
                       THRU RESEAL-RUN-MASTER-EXIT
               END-IF.
               CLOSE SEAL-FILE.
1800       RESEAL-FILES-EXIT.
           EXIT.

      *-------------
      *    the RESEAL entry ahead of a fresh chain - why the old
      *    chain for this file ends here: which run came off, who
      *    submitted the backout and the approval it ran under.
1810       WRITE-RESEAL-ENTRY.
               MOVE SPACES TO SEAL-RECORD.
               MOVE "RESEAL" TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBBACKUT" TO SL-PROGRAM.
               MOVE 0 TO SL-CHAIN.
               MOVE WS-SEAL-FILE TO SL-RESEAL-OF.
               STRING "BACKOUT " DELIMITED BY SIZE
                      WS-BK-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BK-TIME DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-BK-SUBMITTER DELIMITED BY SIZE
                      " APPR " DELIMITED BY SIZE
                      WS-AT-AUTH-NO (WS-AUTH-HIT) DELIMITED BY SIZE
                   INTO SL-REASON
               END-STRING.
               WRITE SEAL-RECORD.
               MOVE 0 TO WS-SEAL-VALUE.
               MOVE 0 TO WS-SEAL-COUNT.
1810       WRITE-RESEAL-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the history survivors, in the order the copyback will
      *    lay them down.
1820       RESEAL-HISTORY.
               OPEN INPUT KEEPHIST-FILE.
               IF WS-KEEPH-STATUS NOT = "00"
                   DISPLAY " FBBACKUT: unable to reopen FBHKEEP - "
                           "status " WS-KEEPH-STATUS UPON TERM
                   GO TO RESEAL-HISTORY-END
               END-IF.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ KEEPHIST-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           MOVE KEEPHIST-RECORD TO WS-SEAL-DATA
                           MOVE 132 TO WS-SEAL-LEN
                           PERFORM SEAL-ONE-RECORD
                               THRU SEAL-ONE-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE KEEPHIST-FILE.
1820       RESEAL-HISTORY-END.
               PERFORM NOTE-RESEAL THRU NOTE-RESEAL-EXIT.
1820       RESEAL-HISTORY-EXIT.
           EXIT.

      *-------------
      *    the extract survivors - transmission state sealed as
      *    spaces, the way every extract seal is.
1830       RESEAL-EXTRACT.
               OPEN INPUT KEEPXTRC-FILE.
               IF WS-KEEPX-STATUS NOT = "00"
                   DISPLAY " FBBACKUT: unable to reopen FBXTKEEP - "
                           "status " WS-KEEPX-STATUS UPON TERM
                   GO TO RESEAL-EXTRACT-END
               END-IF.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ KEEPXTRC-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           MOVE KEEPXTRC-RECORD TO WS-SEAL-DATA
                           MOVE SPACES TO WS-SEAL-DATA (95:17)
                           MOVE 120 TO WS-SEAL-LEN
                           PERFORM SEAL-ONE-RECORD
                               THRU SEAL-ONE-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE KEEPXTRC-FILE.
1830       RESEAL-EXTRACT-END.
               PERFORM NOTE-RESEAL THRU NOTE-RESEAL-EXIT.
1830       RESEAL-EXTRACT-EXIT.
           EXIT.

      *-------------
      *    the run master as the DELETE left it, in key order.
1840       RESEAL-RUN-MASTER.
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " FBBACKUT: unable to reopen FBRMAST - "
                           "status " WS-RMAST-STATUS UPON TERM
                   GO TO RESEAL-RUN-MASTER-END
               END-IF.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ RUNMAST-FILE NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           MOVE RUNMAST-RECORD TO WS-SEAL-DATA
                           MOVE 108 TO WS-SEAL-LEN
                           PERFORM SEAL-ONE-RECORD
                               THRU SEAL-ONE-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RUNMAST-FILE.
1840       RESEAL-RUN-MASTER-END.
               PERFORM NOTE-RESEAL THRU NOTE-RESEAL-EXIT.
1840       RESEAL-RUN-MASTER-EXIT.
           EXIT.

      *-------------
      *    a survivor file that will not reopen leaves its RESEAL
      *    entry heading an empty chain - FBSEALCK then reports the
      *    first record on the file as unsealed, which is the truth.
1850       NOTE-RESEAL.
               MOVE "FBZ413I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING WS-SEAL-FILE DELIMITED BY SPACE
                      " RE-SEALED AFTER BACKOUT OF " DELIMITED BY SIZE
                      WS-BK-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BK-TIME DELIMITED BY SIZE
                      " - RECORDS SEALED " DELIMITED BY SIZE
                      WS-SEAL-COUNT DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1850       NOTE-RESEAL-EXIT.
           EXIT.

      *-------------
      *    one record onto the fresh chain - its check value worked
      *    from the one before, the entry appended to FBSEAL.
1860       SEAL-ONE-RECORD.
               PERFORM SEAL-CHECK-VALUE THRU SEAL-CHECK-VALUE-EXIT.
               MOVE SPACES TO SEAL-RECORD.
               MOVE WS-SEAL-FILE TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBBACKUT" TO SL-PROGRAM.
               MOVE WS-SEAL-VALUE TO SL-CHAIN.
               MOVE WS-SEAL-DATA (1:32) TO SL-KEY.
               WRITE SEAL-RECORD.
               ADD 1 TO WS-SEAL-COUNT.
1860       SEAL-ONE-RECORD-EXIT.
           EXIT.

      *-------------
      *    the check value - identical to the main program's
      *    SEAL-CHECK-VALUE, see copylib/FBSEALR.cpy.
1870       SEAL-CHECK-VALUE.
               PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
                   MOVE WS-SEAL-DATA (WS-SEAL-POS:1) TO WS-SEAL-BYTE
                   COMPUTE WS-SEAL-WORK = WS-SEAL-VALUE * 263
                       + WS-SEAL-BYTE-N + WS-SEAL-POS
                   DIVIDE WS-SEAL-WORK BY 999999937
                       GIVING WS-SEAL-QUOT REMAINDER WS-SEAL-VALUE
               END-PERFORM.
1870       SEAL-CHECK-VALUE-EXIT.
           EXIT.
