      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:verified restore of one FBSNAP backup set over the
      *         whole FIZZBUZZ data estate - all eight files back to
      *         the same point in time, or none of them. the set is
      *         named by its manifest id (look it up on the manifest
      *         log FBBKMAN). before anything is overwritten the set
      *         must be complete and agree with itself: every file
      *         present and in record order, its counts, last keys
      *         and five-total sums exactly as its own manifest says,
      *         and that manifest row for row the one on FBBKMAN.
      *         after the restore every file is read back and checked
      *         against the manifest again, and each one restored is
      *         logged to FBMSGLOG. see copylib/FBSNAPR.cpy and
      *         copylib/FBMANIFR.cpy.
      ******************************************************************

      *    restore card on FBRSPARM:
      *      cols  1-14  the set id off FBBKMAN (YYYYMMDDHHMMSS)
      *      cols 16-23  operator id of whoever submits it
      *
      *    dual control: nothing is overwritten unless an FBAUTH
      *    approval for RESTORE of exactly this set is on file,
      *    unexpired and unused, from an operator other than the
      *    one in cols 16-23 (the FBAPPROV job records it - set id
      *    digits 1-8 as the target date, 9-14 as the target time).
      *    the set and the live files are checked first, so a
      *    restore refused for those reasons does not spend the
      *    approval; the approval is then marked used before the
      *    first file is touched.
      *
      *    what is NOT put back: FBSEAL and FBAUTH are append-only
      *    audit trails and are never wound back - an older FBAUTH
      *    would make approvals already used usable again. instead
      *    FBRMAST, FBHIST and FBXTRCT are re-sealed as restored,
      *    behind a RESEAL entry naming the set and the operator, so
      *    FBSEALCK lists the restore. FBMSGLOG is restored with the
      *    rest and this run's messages appended after it.
      *
      *    every live file is opened for update, and closed again,
      *    before any is opened for output - one that will not open
      *    refuses the restore with nothing touched. a restore that
      *    still stops part way (RC 12) leaves the live files in no
      *    particular state, some of them emptied - the set itself
      *    is never changed, so fix the cause and run the same card
      *    again.
      *
      *    ops-log message ids written here (the trap table owns the
      *    numbers, renumber nothing):
      *      FBZ481I  file restored and checked against the manifest
      *      FBZ482E  restore refused - nothing touched
      *      FBZ483I  restore complete and verified
      *      FBZ484E  restored file does not match the manifest, or
      *               a file would not open mid-restore
      *      FBZ485W  restored files could not be re-sealed
      *      FBZ486E  restore refused - no usable approval
      *      FBZ452I  restore authorized - approval used (written
      *               after the restore, the ops log being one of
      *               the files restored)
      *
      *    return codes: 0 restored and verified, 4 restored and
      *    verified but not re-sealed (FBSEALCK will report the
      *    chains broken), 8 refused - bad card, no such set, or the
      *    set incomplete or inconsistent - nothing touched, 12 a
      *    file would not open or a restored file does not match -
      *    run the restore again before anything else runs (a live
      *    file that would not open for update before the restore
      *    began is also 12, logged FBZ482E, nothing touched; so is
      *    a restore with no usable approval, logged FBZ486E). the
      *    approval is spent once the restore starts, so running
      *    it again after a 12 takes a fresh approval.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBRESTOR.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "FBRSPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    the backup sets - every generation, read through for the
      *    records of the one set asked for.
           SELECT SNAP-FILE ASSIGN TO "FBSNAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "FBBKMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

      *    the eight files of the set, in set order - each written
      *    from the set, then read back. the run master is reloaded
      *    in key order, as the set holds it.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "FBRUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "FBXTRCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XTRC-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "FBCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

      *    the operations message log - restored like the rest,
      *    then appended to.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT RULE-FILE ASSIGN TO "FBRULEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT ADLOG-FILE ASSIGN TO "FBADLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADLOG-STATUS.

      *    the override authorization file - the second operator's
      *    approval is looked up here and marked used. never
      *    restored. see copylib/FBAUTHR.cpy.
           SELECT AUTH-FILE ASSIGN TO "FBAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    the seal file - appended only. see copylib/FBSEALR.cpy.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-SET-ID                     PIC X(14).
           05  FILLER                          PIC X(01).
           05  PARM-OPERATOR                   PIC X(08).
           05  FILLER                          PIC X(57).

       FD  SNAP-FILE.
       COPY FBSNAPR.

       FD  MANIFEST-FILE.
       COPY FBMANIFR.

       FD  RUNMAST-FILE.
       COPY FBRMASTR.

       FD  RUN-CONTROL-FILE.
       COPY FBRUNCTL.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD                      PIC X(132).

       FD  EXTRACT-FILE.
       COPY FBXTRACT.

       FD  CHECKPOINT-FILE.
       COPY FBCKPTR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       FD  RULE-FILE.
       COPY FBRULEF.

       FD  ADLOG-FILE.
       COPY FBADLOGR.

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  SEAL-FILE.
       COPY FBSEALR.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-PARM-STATUS          PIC X(02) VALUE "00".
       77  WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77  WS-MAN-STATUS           PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       77  WS-HIST-STATUS          PIC X(02) VALUE "00".
       77  WS-XTRC-STATUS          PIC X(02) VALUE "00".
       77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".
       77  WS-RULE-STATUS          PIC X(02) VALUE "00".
       77  WS-ADLOG-STATUS         PIC X(02) VALUE "00".
       77  WS-SEAL-STATUS          PIC X(02) VALUE "00".

      *    the status of whichever set file is being worked.
       77  WS-LIVE-STATUS          PIC X(02) VALUE "00".
       77  WS-LIVE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-LIVE-EOF                     VALUE "Y".
       77  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-SNAP-EOF                     VALUE "Y".
       77  WS-MAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-MAN-EOF                      VALUE "Y".
       77  WS-MLOG-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  WS-MLOG-OPEN                    VALUE "Y".

       77  WS-SET-ID               PIC 9(14).
       77  WS-OPERATOR             PIC X(08).

      *    the files of the set, in set order - as FBSNAP has them.
       01  WS-FILE-NAMES.
           05  FILLER                          PIC X(32)
                       VALUE "FBRMAST FBRUNCTLFBHIST  FBXTRCT ".
           05  FILLER                          PIC X(32)
                       VALUE "FBCKPT  FBMSGLOGFBRULEF FBADLOG ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME OCCURS 8 TIMES     PIC X(08).
       77  WS-FSUB                 PIC 9(02).
       77  WS-TSUB                 PIC 9(01).
      *    how many of the eight are open for output - closed again
      *    if the restore stops before it writes.
       77  WS-OPENED-COUNT         PIC 9(02) VALUE 0.

      *    the manifest twice over - the rows on the manifest log
      *    and the rows closing the set, by file in set order, the
      *    SET row ninth. spaces where a row never turned up.
       01  WS-LOG-ROWS.
           05  WS-LOG-ROW OCCURS 9 TIMES       PIC X(132).
       01  WS-SET-ROWS.
           05  WS-SET-ROW OCCURS 9 TIMES       PIC X(132).
       77  WS-ROW-DOUBLED          PIC 9(02) VALUE 0.

      *    what each file holds - tallied off the set, then again
      *    off the restored file, and held to the manifest.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 8 TIMES.
               10  WS-TL-COUNT                 PIC 9(08).
               10  WS-TL-LAST                  PIC X(32).
               10  WS-TL-TOTAL OCCURS 5 TIMES  PIC 9(12).
       77  WS-SET-RECORDS          PIC 9(08) VALUE 0.
       77  WS-STRAY-RECORDS        PIC 9(08) VALUE 0.
       77  WS-OUT-OF-ORDER         PIC 9(08) VALUE 0.

      *    per file after the restore: "Y" matches the manifest.
       01  WS-VERIFY-TABLE.
           05  WS-VERIFIED OCCURS 8 TIMES      PIC X(01).
       77  WS-VERIFY-BAD           PIC 9(02) VALUE 0.

      *    the record being restored or checked, space-filled past
      *    its length. FBRMAST and FBXTRCT both carry the five
      *    totals in positions 33-72.
       01  WS-REC-DATA                         PIC X(132).
       01  WS-REC-AMOUNTS REDEFINES WS-REC-DATA.
           05  FILLER                          PIC X(32).
           05  WS-REC-AMOUNT OCCURS 5 TIMES    PIC 9(08).
           05  FILLER                          PIC X(60).

      *    the first thing wrong with the set - it goes to the log.
       77  WS-REFUSE-TEXT          PIC X(90) VALUE SPACES.

      *    re-seal fields - the main program's SEAL-ONE-RECORD and
      *    SEAL-CHECK-VALUE, same meaning.
       77  WS-SEAL-FILE            PIC X(08).
       77  WS-SEAL-COUNT           PIC 9(08).
       77  WS-SEAL-SWITCH          PIC X(01) VALUE "N".
           88  WS-SEAL-FAILED                  VALUE "F".
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

      *    dual control - see CHECK-AUTHORIZATION, FBBACKUT's. the
      *    override asked for is set up by the caller; every
      *    APPROVED record on FBAUTH for exactly that function and
      *    target is gathered, USED records strike their approval
      *    off, and the first survivor from another operator that
      *    has not expired is spent on this override.
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
      *    the FBZ452I text, held until the ops log has been put
      *    back - see LOG-AUTHORIZATION.
       77  WS-AUTH-MSG-TEXT        PIC X(90) VALUE SPACES.
       77  WS-HOLD-MSG-ID          PIC X(07).
       77  WS-HOLD-MSG-SEV         PIC X(01).
       77  WS-HOLD-MSG-TEXT        PIC X(90).

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).

       77  WS-COUNT-DISP           PIC Z(7)9.


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               MOVE SPACES TO WS-LOG-ROWS WS-SET-ROWS.
               INITIALIZE WS-TALLY-TABLE.

               PERFORM READ-RESTORE-CARD THRU READ-RESTORE-CARD-EXIT.
               IF RETURN-CODE = 0
                   PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM CHECK-SET THRU CHECK-SET-EXIT
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM CHECK-LIVE-FILES THRU CHECK-LIVE-FILES-EXIT
               END-IF.
               IF RETURN-CODE NOT = 0
                   MOVE "FBZ482E" TO WS-MSG-ID
                   MOVE "E" TO WS-MSG-SEV
                   MOVE WS-REFUSE-TEXT TO WS-MSG-TEXT
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   GO TO MAIN-WRAP-UP
               END-IF.

      *    a second operator signs for every restore - no approval,
      *    nothing touched.
               MOVE "RESTORE" TO WS-AUTH-FUNCTION.
               MOVE WS-SET-ID (1:8) TO WS-AUTH-TARGET-DATE.
               MOVE WS-SET-ID (9:6) TO WS-AUTH-TARGET-TIME.
               MOVE WS-OPERATOR TO WS-AUTH-SUBMITTER.
               PERFORM CHECK-AUTHORIZATION
                   THRU CHECK-AUTHORIZATION-EXIT.
               IF NOT WS-AUTH-OK
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM RESTORE-FILES THRU RESTORE-FILES-EXIT.
               IF RETURN-CODE = 0
                   PERFORM VERIFY-RESTORE THRU VERIFY-RESTORE-EXIT
               END-IF.
               IF RETURN-CODE = 0
                   PERFORM RESEAL-FILES THRU RESEAL-FILES-EXIT
               END-IF.
               PERFORM LOG-RESTORE THRU LOG-RESTORE-EXIT.

0000       MAIN-WRAP-UP.
               IF WS-MLOG-OPEN
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBRESTOR complete - set " WS-SET-ID
                       " records " WS-SET-RECORDS UPON TERM.
           STOP RUN.

      *-------------
1100       READ-RESTORE-CARD.
               MOVE 0 TO WS-SET-ID.
               MOVE SPACES TO WS-OPERATOR.
               OPEN INPUT PARM-FILE.
               IF WS-PARM-STATUS NOT = "00"
                   MOVE "RESTORE REFUSED - NO FBRSPARM CARD"
                       TO WS-REFUSE-TEXT
                   GO TO READ-RESTORE-CARD-BAD
               END-IF.
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ.
               CLOSE PARM-FILE.
               IF PARM-SET-ID IS NOT NUMERIC
                 OR PARM-OPERATOR = SPACES
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - BAD FBRSPARM CARD: "
                           DELIMITED BY SIZE
                          PARM-RECORD (1:23) DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO READ-RESTORE-CARD-BAD
               END-IF.
               MOVE PARM-SET-ID TO WS-SET-ID.
               MOVE PARM-OPERATOR TO WS-OPERATOR.
               DISPLAY " FBRESTOR: set " WS-SET-ID " requested by "
                       WS-OPERATOR UPON TERM.
               GO TO READ-RESTORE-CARD-EXIT.

1100       READ-RESTORE-CARD-BAD.
               DISPLAY " FBRESTOR: " WS-REFUSE-TEXT UPON TERM.
               MOVE 8 TO RETURN-CODE.
1100       READ-RESTORE-CARD-EXIT.
           EXIT.

      *-------------
      *    the set's rows off the manifest log. a set the log never
      *    heard of, or whose manifest is short, is not restored.
1200       LOAD-MANIFEST.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - FBBKMAN WOULD NOT OPEN, "
                           DELIMITED BY SIZE
                          "FILE STATUS " DELIMITED BY SIZE
                          WS-MAN-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO LOAD-MANIFEST-BAD
               END-IF.
               MOVE "N" TO WS-MAN-EOF-SWITCH.
               PERFORM UNTIL WS-MAN-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-MAN-EOF TO TRUE
                       NOT AT END
                           IF MF-SET-ID = WS-SET-ID
                               PERFORM FIND-ROW-SLOT
                                   THRU FIND-ROW-SLOT-EXIT
                               IF WS-FSUB > 0
                                   IF WS-LOG-ROW (WS-FSUB) NOT = SPACES
                                       ADD 1 TO WS-ROW-DOUBLED
                                   END-IF
                                   MOVE MANIFEST-RECORD
                                       TO WS-LOG-ROW (WS-FSUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MANIFEST-FILE.

               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 9
                     OR WS-LOG-ROW (WS-FSUB) = SPACES
                   CONTINUE
               END-PERFORM.
               IF WS-FSUB > 9 AND WS-ROW-DOUBLED = 0
                   GO TO LOAD-MANIFEST-EXIT
               END-IF.
               MOVE SPACES TO WS-REFUSE-TEXT.
               IF WS-FSUB = 1
                   STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " IS NOT ON FBBKMAN" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
               ELSE
                   STRING "RESTORE REFUSED - MANIFEST FOR SET "
                           DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " ON FBBKMAN IS INCOMPLETE OR DOUBLED"
                           DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
               END-IF.

1200       LOAD-MANIFEST-BAD.
               DISPLAY " FBRESTOR: " WS-REFUSE-TEXT UPON TERM.
               MOVE 8 TO RETURN-CODE.
1200       LOAD-MANIFEST-EXIT.
           EXIT.

      *-------------
      *    the slot for the manifest row in MANIFEST-RECORD - its
      *    file's place in the set, 9 for the SET row, 0 for a row
      *    naming no file of the set.
1250       FIND-ROW-SLOT.
               IF MF-SET-ROW
                   MOVE 9 TO WS-FSUB
                   GO TO FIND-ROW-SLOT-EXIT
               END-IF.
               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8
                     OR WS-FILE-NAME (WS-FSUB) = MF-FILE
                   CONTINUE
               END-PERFORM.
               IF WS-FSUB > 8
                   MOVE 0 TO WS-FSUB
               END-IF.
1250       FIND-ROW-SLOT-EXIT.
           EXIT.

      *-------------
      *    read the whole set before touching anything: every
      *    record tallied by file and checked for its place in
      *    order, the closing manifest rows kept. the set is then
      *    held to its own manifest, and its manifest to the log's.
1300       CHECK-SET.
               OPEN INPUT SNAP-FILE.
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - FBSNAP WOULD NOT OPEN, "
                           DELIMITED BY SIZE
                          "FILE STATUS " DELIMITED BY SIZE
                          WS-SNAP-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO CHECK-SET-BAD
               END-IF.
               MOVE "N" TO WS-SNAP-EOF-SWITCH.
               PERFORM UNTIL WS-SNAP-EOF
                   READ SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF SN-SET-ID = WS-SET-ID
                               PERFORM NOTE-SET-RECORD
                                   THRU NOTE-SET-RECORD-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SNAP-FILE.

               IF WS-SET-RECORDS = 0 AND WS-SET-ROWS = SPACES
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " IS NOT ON FBSNAP" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO CHECK-SET-BAD
               END-IF.
               IF WS-STRAY-RECORDS > 0 OR WS-OUT-OF-ORDER > 0
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " HAS RECORDS OUT OF PLACE OR UNKNOWN"
                           DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO CHECK-SET-BAD
               END-IF.

               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 9
                     OR WS-SET-ROW (WS-FSUB) NOT = WS-LOG-ROW (WS-FSUB)
                   CONTINUE
               END-PERFORM.
               IF WS-FSUB NOT > 9
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " MANIFEST DIFFERS FROM FBBKMAN AT ROW "
                           DELIMITED BY SIZE
                          WS-FSUB DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO CHECK-SET-BAD
               END-IF.

               MOVE WS-LOG-ROW (9) TO MANIFEST-RECORD.
               IF MF-COUNT NOT = WS-SET-RECORDS
                 OR MF-SET-FILES NOT = 8
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " HOLDS " DELIMITED BY SIZE
                          WS-SET-RECORDS DELIMITED BY SIZE
                          " RECORDS, MANIFEST SAYS " DELIMITED BY SIZE
                          MF-COUNT DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
                   GO TO CHECK-SET-BAD
               END-IF.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 8
                   PERFORM HOLD-TO-MANIFEST THRU HOLD-TO-MANIFEST-EXIT
                   IF WS-VERIFIED (WS-FSUB) NOT = "Y"
                     AND WS-REFUSE-TEXT = SPACES
                       STRING "RESTORE REFUSED - SET " DELIMITED BY SIZE
                              WS-SET-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-FILE-NAME (WS-FSUB) DELIMITED BY SPACE
                              " DOES NOT MATCH ITS MANIFEST"
                               DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       END-STRING
                   END-IF
               END-PERFORM.
               IF WS-REFUSE-TEXT NOT = SPACES
                   GO TO CHECK-SET-BAD
               END-IF.
               DISPLAY " FBRESTOR: set " WS-SET-ID " complete and "
                       "consistent - " WS-SET-RECORDS " records"
                       UPON TERM.
               GO TO CHECK-SET-EXIT.

1300       CHECK-SET-BAD.
               DISPLAY " FBRESTOR: " WS-REFUSE-TEXT UPON TERM.
               MOVE 8 TO RETURN-CODE.
1300       CHECK-SET-EXIT.
           EXIT.

      *-------------
      *    one record of the set asked for: a manifest row is kept;
      *    a data record must belong to a file of the set and come
      *    next in that file's order.
1350       NOTE-SET-RECORD.
               IF SN-MANIFEST
                   MOVE SN-DATA TO MANIFEST-RECORD
                   PERFORM FIND-ROW-SLOT THRU FIND-ROW-SLOT-EXIT
                   IF WS-FSUB = 0 OR WS-SET-ROW (WS-FSUB) NOT = SPACES
                       ADD 1 TO WS-STRAY-RECORDS
                   ELSE
                       MOVE SN-DATA TO WS-SET-ROW (WS-FSUB)
                   END-IF
                   GO TO NOTE-SET-RECORD-EXIT
               END-IF.

               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8
                     OR WS-FILE-NAME (WS-FSUB) = SN-FILE
                   CONTINUE
               END-PERFORM.
               IF WS-FSUB > 8
                   ADD 1 TO WS-STRAY-RECORDS
                   GO TO NOTE-SET-RECORD-EXIT
               END-IF.
               IF SN-SEQ NOT = WS-TL-COUNT (WS-FSUB) + 1
                   ADD 1 TO WS-OUT-OF-ORDER
               END-IF.
               ADD 1 TO WS-SET-RECORDS.
               MOVE SN-DATA TO WS-REC-DATA.
               PERFORM NOTE-LIVE-RECORD THRU NOTE-LIVE-RECORD-EXIT.
1350       NOTE-SET-RECORD-EXIT.
           EXIT.

      *-------------
      *    the tally for file WS-FSUB against its manifest row:
      *    count, last record and the five sums must all agree.
1400       HOLD-TO-MANIFEST.
               MOVE "Y" TO WS-VERIFIED (WS-FSUB).
               MOVE WS-LOG-ROW (WS-FSUB) TO MANIFEST-RECORD.
               IF MF-COUNT NOT = WS-TL-COUNT (WS-FSUB)
                 OR MF-LAST NOT = WS-TL-LAST (WS-FSUB)
                   MOVE "N" TO WS-VERIFIED (WS-FSUB)
               END-IF.
               PERFORM VARYING WS-TSUB FROM 1 BY 1 UNTIL WS-TSUB > 5
                   IF MF-TOTAL (WS-TSUB)
                       NOT = WS-TL-TOTAL (WS-FSUB WS-TSUB)
                       MOVE "N" TO WS-VERIFIED (WS-FSUB)
                   END-IF
               END-PERFORM.
               IF WS-VERIFIED (WS-FSUB) = "N"
                   MOVE WS-TL-COUNT (WS-FSUB) TO WS-COUNT-DISP
                   DISPLAY "   " WS-FILE-NAME (WS-FSUB)
                           " does not match the manifest - records "
                           WS-COUNT-DISP " manifest " MF-COUNT
                           UPON TERM
               END-IF.
1400       HOLD-TO-MANIFEST-EXIT.
           EXIT.

      *-------------
      *    every live file opened for update and closed again, so
      *    one that will not take the restore is found before any
      *    is emptied. a file not there at all is no bar - the
      *    restore creates it.
1450       CHECK-LIVE-FILES.
               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8 OR RETURN-CODE NOT = 0
                   PERFORM PROBE-LIVE-FILE THRU PROBE-LIVE-FILE-EXIT
                   IF WS-LIVE-STATUS NOT = "00"
                     AND WS-LIVE-STATUS NOT = "35"
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "RESTORE OF SET " DELIMITED BY SIZE
                              WS-SET-ID DELIMITED BY SIZE
                              " REFUSED - " DELIMITED BY SIZE
                              WS-FILE-NAME (WS-FSUB) DELIMITED BY SPACE
                              " WILL NOT OPEN FOR UPDATE, STATUS "
                               DELIMITED BY SIZE
                              WS-LIVE-STATUS DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       END-STRING
                       DISPLAY " FBRESTOR: " WS-REFUSE-TEXT UPON TERM
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-PERFORM.
1450       CHECK-LIVE-FILES-EXIT.
           EXIT.

      *-------------
      *    dual control on the restore - FBBACKUT's
      *    CHECK-AUTHORIZATION. the caller sets WS-AUTH-FUNCTION,
      *    -TARGET-DATE, -TARGET-TIME and -SUBMITTER; this comes
      *    back WS-AUTH-OK with the approval already marked USED on
      *    FBAUTH and the FBZ452I text in WS-AUTH-MSG-TEXT, or not
      *    OK with the reason in WS-AUTH-REFUSAL and FBZ486E on the
      *    ops log. the approval is spent BEFORE anything is
      *    overwritten, so a restore that dies half way can never
      *    be submitted again on the same approval.
1470       CHECK-AUTHORIZATION.
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

               DISPLAY " FBRESTOR: " WS-AUTH-FUNCTION
                       " authorized - approval "
                       WS-AT-AUTH-NO (WS-AUTH-HIT) " by "
                       WS-AT-APPROVER (WS-AUTH-HIT) UPON TERM.
               MOVE SPACES TO WS-AUTH-MSG-TEXT.
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
                   INTO WS-AUTH-MSG-TEXT
               END-STRING.
               GO TO CHECK-AUTHORIZATION-EXIT.

1470       CHECK-AUTHORIZATION-REFUSE.
               DISPLAY " FBRESTOR: " WS-AUTH-FUNCTION " refused - "
                       WS-AUTH-REFUSAL " - nothing touched" UPON TERM.
               MOVE "FBZ486E" TO WS-MSG-ID.
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
1470       CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *-------------
      *    only this override's records are kept. more than the
      *    table holds for one target means somebody is approving
      *    in a loop - the oldest are kept, the rest passed over.
1475       NOTE-AUTH-RECORD.
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
1475       NOTE-AUTH-RECORD-EXIT.
           EXIT.

      *-------------
      *    one gathered approval against the three rules. the
      *    reason kept is the last one met, so a refusal says what
      *    was actually wrong with what was on file.
1480       CHECK-AUTH-ENTRY.
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
1480       CHECK-AUTH-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the set over the live files: all eight opened for output
      *    first, then the set read once more and each record
      *    written back to its own file. the set holds the run
      *    master in key order, so it reloads in sequence. if one
      *    will not open for output after all, those already open
      *    are closed again so the log can be written.
1500       RESTORE-FILES.
               MOVE 0 TO WS-OPENED-COUNT.
               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8 OR RETURN-CODE = 12
                   PERFORM OPEN-LIVE-OUTPUT THRU OPEN-LIVE-OUTPUT-EXIT
                   IF WS-LIVE-STATUS NOT = "00"
                       MOVE WS-FILE-NAME (WS-FSUB) TO WS-REC-DATA
                       PERFORM NOTE-RESTORE-FAILURE
                           THRU NOTE-RESTORE-FAILURE-EXIT
                   ELSE
                       ADD 1 TO WS-OPENED-COUNT
                   END-IF
               END-PERFORM.
               IF RETURN-CODE = 12
                   PERFORM VARYING WS-FSUB FROM 1 BY 1
                       UNTIL WS-FSUB > WS-OPENED-COUNT
                       PERFORM CLOSE-LIVE-FILE
                           THRU CLOSE-LIVE-FILE-EXIT
                   END-PERFORM
                   GO TO RESTORE-FILES-EXIT
               END-IF.

               OPEN INPUT SNAP-FILE.
               MOVE "N" TO WS-SNAP-EOF-SWITCH.
               PERFORM UNTIL WS-SNAP-EOF OR RETURN-CODE = 12
                   READ SNAP-FILE
                       AT END
                           SET WS-SNAP-EOF TO TRUE
                       NOT AT END
                           IF SN-SET-ID = WS-SET-ID
                             AND NOT SN-MANIFEST
                               PERFORM RESTORE-ONE-RECORD
                                   THRU RESTORE-ONE-RECORD-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE SNAP-FILE.

               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 8
                   PERFORM CLOSE-LIVE-FILE THRU CLOSE-LIVE-FILE-EXIT
               END-PERFORM.
1500       RESTORE-FILES-EXIT.
           EXIT.

      *-------------
1550       RESTORE-ONE-RECORD.
               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8
                     OR WS-FILE-NAME (WS-FSUB) = SN-FILE
                   CONTINUE
               END-PERFORM.
               MOVE SN-DATA TO WS-REC-DATA.
               PERFORM WRITE-LIVE-FILE THRU WRITE-LIVE-FILE-EXIT.
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE WS-FILE-NAME (WS-FSUB) TO WS-REC-DATA
                   PERFORM NOTE-RESTORE-FAILURE
                       THRU NOTE-RESTORE-FAILURE-EXIT
               END-IF.
1550       RESTORE-ONE-RECORD-EXIT.
           EXIT.

      *-------------
      *    a file that would not open or take a record mid-restore
      *    - WS-REC-DATA names it, WS-LIVE-STATUS has the status.
      *    the live files are past saving by this run - some may be
      *    emptied already; say so and stop.
1600       NOTE-RESTORE-FAILURE.
               DISPLAY " FBRESTOR: " WS-REC-DATA (1:8)
                       " failed mid-restore - status "
                       WS-LIVE-STATUS " - live files may be "
                       "truncated - run the restore again" UPON TERM.
               MOVE "FBZ484E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "RESTORE OF SET " DELIMITED BY SIZE
                      WS-SET-ID DELIMITED BY SIZE
                      " STOPPED - " DELIMITED BY SIZE
                      WS-REC-DATA (1:8) DELIMITED BY SPACE
                      " STATUS " DELIMITED BY SIZE
                      WS-LIVE-STATUS DELIMITED BY SIZE
                      " - FILES MAY BE TRUNCATED, RERUN"
                       DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               MOVE 12 TO RETURN-CODE.
1600       NOTE-RESTORE-FAILURE-EXIT.
           EXIT.

      *-------------
      *    every restored file read back and held to the manifest
      *    once more - what is on disk now, not what was sent.
1700       VERIFY-RESTORE.
               INITIALIZE WS-TALLY-TABLE.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 8
                   PERFORM OPEN-LIVE-FILE THRU OPEN-LIVE-FILE-EXIT
                   IF WS-LIVE-STATUS = "00"
                       MOVE "N" TO WS-LIVE-EOF-SWITCH
                       PERFORM READ-LIVE-FILE THRU READ-LIVE-FILE-EXIT
                       PERFORM UNTIL WS-LIVE-EOF
                           PERFORM NOTE-LIVE-RECORD
                               THRU NOTE-LIVE-RECORD-EXIT
                           PERFORM READ-LIVE-FILE
                               THRU READ-LIVE-FILE-EXIT
                       END-PERFORM
                       PERFORM CLOSE-LIVE-FILE
                           THRU CLOSE-LIVE-FILE-EXIT
                   END-IF
                   PERFORM HOLD-TO-MANIFEST THRU HOLD-TO-MANIFEST-EXIT
                   IF WS-VERIFIED (WS-FSUB) NOT = "Y"
                       ADD 1 TO WS-VERIFY-BAD
                   END-IF
               END-PERFORM.
               IF WS-VERIFY-BAD > 0
                   MOVE 12 TO RETURN-CODE
               END-IF.
1700       VERIFY-RESTORE-EXIT.
           EXIT.

      *-------------
      *    the three sealed files as they now stand, each behind a
      *    RESEAL entry naming the set and the operator - the same
      *    contract as FBBACKUT's re-seal. a seal file that will not
      *    open costs the chains, not the restore.
1800       RESEAL-FILES.
               OPEN EXTEND SEAL-FILE.
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF.
               IF WS-SEAL-STATUS NOT = "00"
                   DISPLAY " WARNING: unable to open FBSEAL - "
                           "status " WS-SEAL-STATUS UPON TERM
                   SET WS-SEAL-FAILED TO TRUE
                   MOVE 4 TO RETURN-CODE
                   GO TO RESEAL-FILES-EXIT
               END-IF.
               MOVE 1 TO WS-FSUB.
               PERFORM RESEAL-ONE-FILE THRU RESEAL-ONE-FILE-EXIT.
               MOVE 3 TO WS-FSUB.
               PERFORM RESEAL-ONE-FILE THRU RESEAL-ONE-FILE-EXIT.
               MOVE 4 TO WS-FSUB.
               PERFORM RESEAL-ONE-FILE THRU RESEAL-ONE-FILE-EXIT.
               CLOSE SEAL-FILE.
1800       RESEAL-FILES-EXIT.
           EXIT.

      *-------------
1850       RESEAL-ONE-FILE.
               MOVE WS-FILE-NAME (WS-FSUB) TO WS-SEAL-FILE.
               MOVE SPACES TO SEAL-RECORD.
               MOVE "RESEAL" TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBRESTOR" TO SL-PROGRAM.
               MOVE 0 TO SL-CHAIN.
               MOVE WS-SEAL-FILE TO SL-RESEAL-OF.
               STRING "RESTORE OF BACKUP SET " DELIMITED BY SIZE
                      WS-SET-ID DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-OPERATOR DELIMITED BY SPACE
                   INTO SL-REASON
               END-STRING.
               WRITE SEAL-RECORD.
               MOVE 0 TO WS-SEAL-VALUE.
               MOVE 0 TO WS-SEAL-COUNT.

               PERFORM OPEN-LIVE-FILE THRU OPEN-LIVE-FILE-EXIT.
               IF WS-LIVE-STATUS NOT = "00"
                   GO TO RESEAL-ONE-FILE-EXIT
               END-IF.
               MOVE "N" TO WS-LIVE-EOF-SWITCH.
               PERFORM READ-LIVE-FILE THRU READ-LIVE-FILE-EXIT.
               PERFORM UNTIL WS-LIVE-EOF
                   MOVE WS-REC-DATA TO WS-SEAL-DATA
                   EVALUATE WS-FSUB
                       WHEN 1
                           MOVE 108 TO WS-SEAL-LEN
                       WHEN 3
                           MOVE 132 TO WS-SEAL-LEN
                       WHEN 4
                           MOVE SPACES TO WS-SEAL-DATA (95:17)
                           MOVE 120 TO WS-SEAL-LEN
                   END-EVALUATE
                   PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
                   PERFORM READ-LIVE-FILE THRU READ-LIVE-FILE-EXIT
               END-PERFORM.
               PERFORM CLOSE-LIVE-FILE THRU CLOSE-LIVE-FILE-EXIT.
1850       RESEAL-ONE-FILE-EXIT.
           EXIT.

      *-------------
      *    one seal entry for the record in WS-SEAL-DATA, chained
      *    onto WS-SEAL-VALUE.
1860       SEAL-ONE-RECORD.
               PERFORM SEAL-CHECK-VALUE THRU SEAL-CHECK-VALUE-EXIT.
               MOVE SPACES TO SEAL-RECORD.
               MOVE WS-SEAL-FILE TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBRESTOR" TO SL-PROGRAM.
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

      *-------------
      *    what was restored, onto the log that was itself just
      *    restored: one line per file, then the outcome.
1900       LOG-RESTORE.
               PERFORM LOG-AUTHORIZATION THRU LOG-AUTHORIZATION-EXIT.
               IF RETURN-CODE = 12 AND WS-VERIFY-BAD = 0
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   GO TO LOG-RESTORE-EXIT
               END-IF.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 8
                   MOVE WS-LOG-ROW (WS-FSUB) TO MANIFEST-RECORD
                   MOVE SPACES TO WS-MSG-TEXT
                   IF WS-VERIFIED (WS-FSUB) = "Y"
                       MOVE "FBZ481I" TO WS-MSG-ID
                       MOVE "I" TO WS-MSG-SEV
                       STRING WS-FILE-NAME (WS-FSUB) DELIMITED BY SIZE
                              " RESTORED FROM SET " DELIMITED BY SIZE
                              WS-SET-ID DELIMITED BY SIZE
                              " - RECORDS " DELIMITED BY SIZE
                              WS-TL-COUNT (WS-FSUB) DELIMITED BY SIZE
                              " - MATCHES MANIFEST" DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                   ELSE
                       MOVE "FBZ484E" TO WS-MSG-ID
                       MOVE "E" TO WS-MSG-SEV
                       STRING WS-FILE-NAME (WS-FSUB) DELIMITED BY SIZE
                              " RESTORED FROM SET " DELIMITED BY SIZE
                              WS-SET-ID DELIMITED BY SIZE
                              " DOES NOT MATCH - RECORDS "
                               DELIMITED BY SIZE
                              WS-TL-COUNT (WS-FSUB) DELIMITED BY SIZE
                              " MANIFEST " DELIMITED BY SIZE
                              MF-COUNT DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
               END-PERFORM.

               MOVE SPACES TO WS-MSG-TEXT.
               IF WS-VERIFY-BAD > 0
                   MOVE "FBZ484E" TO WS-MSG-ID
                   MOVE "E" TO WS-MSG-SEV
                   STRING "RESTORE OF SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          WS-OPERATOR DELIMITED BY SPACE
                          " FAILED ITS CHECK - RUN THE RESTORE AGAIN"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               ELSE
                   MOVE "FBZ483I" TO WS-MSG-ID
                   MOVE "I" TO WS-MSG-SEV
                   STRING "RESTORE OF SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          WS-OPERATOR DELIMITED BY SPACE
                          " COMPLETE - 8 FILES, RECORDS "
                           DELIMITED BY SIZE
                          WS-SET-RECORDS DELIMITED BY SIZE
                          " - VERIFIED" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               END-IF.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.

               IF WS-SEAL-FAILED
                   MOVE "FBZ485W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "RESTORE OF SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " NOT RE-SEALED - FBSEAL FILE STATUS "
                           DELIMITED BY SIZE
                          WS-SEAL-STATUS DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
               END-IF.
1900       LOG-RESTORE-EXIT.
           EXIT.

      *-------------
      *    the FBZ452I CHECK-AUTHORIZATION held back, first onto the
      *    restored log. a failure message NOTE-RESTORE-FAILURE has
      *    set up is waiting in the WS-MSG fields, so it is kept
      *    aside and put back.
1950       LOG-AUTHORIZATION.
               MOVE WS-MSG-ID TO WS-HOLD-MSG-ID.
               MOVE WS-MSG-SEV TO WS-HOLD-MSG-SEV.
               MOVE WS-MSG-TEXT TO WS-HOLD-MSG-TEXT.
               MOVE "FBZ452I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE WS-AUTH-MSG-TEXT TO WS-MSG-TEXT.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               MOVE WS-HOLD-MSG-ID TO WS-MSG-ID.
               MOVE WS-HOLD-MSG-SEV TO WS-MSG-SEV.
               MOVE WS-HOLD-MSG-TEXT TO WS-MSG-TEXT.
1950       LOG-AUTHORIZATION-EXIT.
           EXIT.

      *-------------
      *    the set file named by WS-FSUB, opened for output - the
      *    restore's own half. OPEN/READ/CLOSE-LIVE-FILE and
      *    NOTE-LIVE-RECORD below are FBSNAP's and must stay
      *    identical to it.
2000       OPEN-LIVE-OUTPUT.
               EVALUATE WS-FSUB
                   WHEN 1
                       OPEN OUTPUT RUNMAST-FILE
                       MOVE WS-RMAST-STATUS TO WS-LIVE-STATUS
                   WHEN 2
                       OPEN OUTPUT RUN-CONTROL-FILE
                       MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   WHEN 3
                       OPEN OUTPUT HISTORY-FILE
                       MOVE WS-HIST-STATUS TO WS-LIVE-STATUS
                   WHEN 4
                       OPEN OUTPUT EXTRACT-FILE
                       MOVE WS-XTRC-STATUS TO WS-LIVE-STATUS
                   WHEN 5
                       OPEN OUTPUT CHECKPOINT-FILE
                       MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
                   WHEN 6
                       OPEN OUTPUT MSGLOG-FILE
                       MOVE WS-MLOG-STATUS TO WS-LIVE-STATUS
                   WHEN 7
                       OPEN OUTPUT RULE-FILE
                       MOVE WS-RULE-STATUS TO WS-LIVE-STATUS
                   WHEN 8
                       OPEN OUTPUT ADLOG-FILE
                       MOVE WS-ADLOG-STATUS TO WS-LIVE-STATUS
               END-EVALUATE.
2000       OPEN-LIVE-OUTPUT-EXIT.
           EXIT.

      *-------------
      *    the set file named by WS-FSUB opened for update, without
      *    emptying it, and closed again - CHECK-LIVE-FILES.
2020       PROBE-LIVE-FILE.
               EVALUATE WS-FSUB
                   WHEN 1
                       OPEN I-O RUNMAST-FILE
                       MOVE WS-RMAST-STATUS TO WS-LIVE-STATUS
                   WHEN 2
                       OPEN EXTEND RUN-CONTROL-FILE
                       MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   WHEN 3
                       OPEN EXTEND HISTORY-FILE
                       MOVE WS-HIST-STATUS TO WS-LIVE-STATUS
                   WHEN 4
                       OPEN EXTEND EXTRACT-FILE
                       MOVE WS-XTRC-STATUS TO WS-LIVE-STATUS
                   WHEN 5
                       OPEN EXTEND CHECKPOINT-FILE
                       MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
                   WHEN 6
                       OPEN EXTEND MSGLOG-FILE
                       MOVE WS-MLOG-STATUS TO WS-LIVE-STATUS
                   WHEN 7
                       OPEN EXTEND RULE-FILE
                       MOVE WS-RULE-STATUS TO WS-LIVE-STATUS
                   WHEN 8
                       OPEN EXTEND ADLOG-FILE
                       MOVE WS-ADLOG-STATUS TO WS-LIVE-STATUS
               END-EVALUATE.
               IF WS-LIVE-STATUS = "00"
                   PERFORM CLOSE-LIVE-FILE THRU CLOSE-LIVE-FILE-EXIT
               END-IF.
2020       PROBE-LIVE-FILE-EXIT.
           EXIT.

      *-------------
2050       WRITE-LIVE-FILE.
               EVALUATE WS-FSUB
                   WHEN 1
                       MOVE WS-REC-DATA TO RUNMAST-RECORD
                       WRITE RUNMAST-RECORD
                       MOVE WS-RMAST-STATUS TO WS-LIVE-STATUS
                   WHEN 2
                       MOVE WS-REC-DATA TO RUNCTL-RECORD
                       WRITE RUNCTL-RECORD
                       MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   WHEN 3
                       MOVE WS-REC-DATA TO HISTORY-RECORD
                       WRITE HISTORY-RECORD
                       MOVE WS-HIST-STATUS TO WS-LIVE-STATUS
                   WHEN 4
                       MOVE WS-REC-DATA TO EXTRACT-RECORD
                       WRITE EXTRACT-RECORD
                       MOVE WS-XTRC-STATUS TO WS-LIVE-STATUS
                   WHEN 5
                       MOVE WS-REC-DATA TO CHECKPOINT-RECORD
                       WRITE CHECKPOINT-RECORD
                       MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
                   WHEN 6
                       MOVE WS-REC-DATA TO MSGLOG-RECORD
                       WRITE MSGLOG-RECORD
                       MOVE WS-MLOG-STATUS TO WS-LIVE-STATUS
                   WHEN 7
                       MOVE WS-REC-DATA TO RULEF-RECORD
                       WRITE RULEF-RECORD
                       MOVE WS-RULE-STATUS TO WS-LIVE-STATUS
                   WHEN 8
                       MOVE WS-REC-DATA TO ADLOG-RECORD
                       WRITE ADLOG-RECORD
                       MOVE WS-ADLOG-STATUS TO WS-LIVE-STATUS
               END-EVALUATE.
2050       WRITE-LIVE-FILE-EXIT.
           EXIT.

      *-------------
2100       OPEN-LIVE-FILE.
               EVALUATE WS-FSUB
                   WHEN 1
                       OPEN INPUT RUNMAST-FILE
                       MOVE WS-RMAST-STATUS TO WS-LIVE-STATUS
                   WHEN 2
                       OPEN INPUT RUN-CONTROL-FILE
                       MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   WHEN 3
                       OPEN INPUT HISTORY-FILE
                       MOVE WS-HIST-STATUS TO WS-LIVE-STATUS
                   WHEN 4
                       OPEN INPUT EXTRACT-FILE
                       MOVE WS-XTRC-STATUS TO WS-LIVE-STATUS
                   WHEN 5
                       OPEN INPUT CHECKPOINT-FILE
                       MOVE WS-CKPT-STATUS TO WS-LIVE-STATUS
                   WHEN 6
                       OPEN INPUT MSGLOG-FILE
                       MOVE WS-MLOG-STATUS TO WS-LIVE-STATUS
                   WHEN 7
                       OPEN INPUT RULE-FILE
                       MOVE WS-RULE-STATUS TO WS-LIVE-STATUS
                   WHEN 8
                       OPEN INPUT ADLOG-FILE
                       MOVE WS-ADLOG-STATUS TO WS-LIVE-STATUS
               END-EVALUATE.
2100       OPEN-LIVE-FILE-EXIT.
           EXIT.

      *-------------
2150       READ-LIVE-FILE.
               EVALUATE WS-FSUB
                   WHEN 1
                       READ RUNMAST-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE RUNMAST-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 2
                       READ RUN-CONTROL-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE RUNCTL-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 3
                       READ HISTORY-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE HISTORY-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 4
                       READ EXTRACT-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE EXTRACT-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 5
                       READ CHECKPOINT-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE CHECKPOINT-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 6
                       READ MSGLOG-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE MSGLOG-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 7
                       READ RULE-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE RULEF-RECORD TO WS-REC-DATA
                       END-READ
                   WHEN 8
                       READ ADLOG-FILE
                           AT END
                               SET WS-LIVE-EOF TO TRUE
                           NOT AT END
                               MOVE ADLOG-RECORD TO WS-REC-DATA
                       END-READ
               END-EVALUATE.
2150       READ-LIVE-FILE-EXIT.
           EXIT.

      *-------------
2200       CLOSE-LIVE-FILE.
               EVALUATE WS-FSUB
                   WHEN 1
                       CLOSE RUNMAST-FILE
                   WHEN 2
                       CLOSE RUN-CONTROL-FILE
                   WHEN 3
                       CLOSE HISTORY-FILE
                   WHEN 4
                       CLOSE EXTRACT-FILE
                   WHEN 5
                       CLOSE CHECKPOINT-FILE
                   WHEN 6
                       CLOSE MSGLOG-FILE
                   WHEN 7
                       CLOSE RULE-FILE
                   WHEN 8
                       CLOSE ADLOG-FILE
               END-EVALUATE.
2200       CLOSE-LIVE-FILE-EXIT.
           EXIT.

      *-------------
2250       NOTE-LIVE-RECORD.
               ADD 1 TO WS-TL-COUNT (WS-FSUB).
               IF WS-FSUB = 5
                   MOVE SPACES TO WS-TL-LAST (WS-FSUB)
                   MOVE WS-REC-DATA (65:16)
                       TO WS-TL-LAST (WS-FSUB) (1:16)
                   MOVE WS-REC-DATA (1:8)
                       TO WS-TL-LAST (WS-FSUB) (17:8)
               ELSE
                   MOVE WS-REC-DATA (1:32) TO WS-TL-LAST (WS-FSUB)
               END-IF.
               IF WS-FSUB = 1 OR WS-FSUB = 4
                   PERFORM VARYING WS-TSUB FROM 1 BY 1
                       UNTIL WS-TSUB > 5
                       IF WS-REC-AMOUNT (WS-TSUB) IS NUMERIC
                           ADD WS-REC-AMOUNT (WS-TSUB)
                               TO WS-TL-TOTAL (WS-FSUB WS-TSUB)
                       END-IF
                   END-PERFORM
               END-IF.
2250       NOTE-LIVE-RECORD-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract. the log is one of the files restored, so it is
      *    only opened for this once the restore is over.
2300       WRITE-OPS-MSG.
               IF NOT WS-MLOG-OPEN
                   OPEN EXTEND MSGLOG-FILE
                   IF WS-MLOG-STATUS NOT = "00"
                       OPEN OUTPUT MSGLOG-FILE
                   END-IF
                   IF WS-MLOG-STATUS NOT = "00"
                       GO TO WRITE-OPS-MSG-EXIT
                   END-IF
                   SET WS-MLOG-OPEN TO TRUE
               END-IF.
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
               WRITE MSGLOG-RECORD.
2300       WRITE-OPS-MSG-EXIT.
           EXIT.
