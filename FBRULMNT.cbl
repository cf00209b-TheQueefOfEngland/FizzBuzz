      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:rule-set maintenance against the effective-dated
      *         rule file. a new FBRULEF record used to be keyed by
      *         hand in an editor, and the only safety net was
      *         LOAD-RULE-SET quietly passing over a record that
      *         zeroed a core divisor - found out that night when
      *         FBZ307W fired. this program takes ADD / CHANGE /
      *         RETIRE transactions, edits each one against the rule
      *         file and the run master, and holds every change that
      *         passes as PENDING. nothing reaches the rule file
      *         until a second, different user APPROVEs it; the
      *         edits run again at approval (the run master may have
      *         moved on since), and every applied change writes a
      *         before/after image to the maintenance audit file.
      *         ops never touch the rules dataset directly again.
      ******************************************************************

      *    transaction records on FBRMTRAN (a 120-byte dataset - a
      *    full rule image does not fit an 80-column card):
      *      cols   1-  8  action - ADD, CHANGE, RETIRE, APPROVE or
      *                    REJECT
      *      cols  10- 17  user id of whoever keyed the transaction
      *      cols  19- 26  pending number (APPROVE and REJECT only)
      *      cols  28-117  the rule image, laid out exactly as an
      *                    FBRULEF record (ADD and CHANGE - RETIRE
      *                    needs only the rule-set id, cols 37-44)
      *
      *    ADD, CHANGE and RETIRE only ever create a PENDING change.
      *    APPROVE by anyone but the submitter applies it; REJECT
      *    (by anyone, the submitter withdrawing included) drops it.
      *
      *    edits - every one re-run at approval:
      *      ADD     rule-set id not already on the file (retired
      *              ids included - the verifier looks runs up by
      *              id forever) and not already pending
      *      CHANGE  rule set on the file and active, and not yet
      *              effective for any run on FBRMAST
      *      RETIRE  rule set on the file and active
      *      ADD and CHANGE also: a valid effective date AFTER the
      *              last run date on FBRMAST (anything on or before
      *              it would re-classify runs already on record),
      *              no other active or pending record with the same
      *              effective date, all five divisors numeric, core
      *              divisors 1 and 2 non-zero, a label on both core
      *              rules and on every house-rule slot that is on
      *      only one change pending per rule set at a time.
      *
      *    the rule file and the pending file are rewritten whole to
      *    FBRULNEW and FBRMPNEW; the next job steps copy them back
      *    over the live datasets - the same arrangement every
      *    rewriting job here uses, so a broken run can never
      *    half-write the rules the nightly run reads.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ421I  rule-set change applied
      *      FBZ422W  rule-set transaction rejected
      *      FBZ423I  rule-set change held pending approval
      *
      *    return codes: 0 every transaction accepted, 4 one or more
      *    transactions rejected - read FBRMRPT, 12 a file would not
      *    open - nothing written, nothing to copy back.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBRULMNT.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the maintenance transactions.
           SELECT TRANS-FILE ASSIGN TO "FBRMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

      *    the live rule file - read whole, never written here. see
      *    copylib/FBRULEF.cpy.
           SELECT RULE-FILE ASSIGN TO "FBRULEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULEF-STATUS.

      *    the rewritten rule file - copied back over the live
      *    dataset.
           SELECT NEWRULE-FILE ASSIGN TO "FBRULNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULNEW-STATUS.

      *    changes waiting on a second user - read whole at the top.
           SELECT PEND-FILE ASSIGN TO "FBRMPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

      *    the rewritten pending file - still-pending changes only,
      *    copied back over the live dataset.
           SELECT NEWPEND-FILE ASSIGN TO "FBRMPNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PNEW-STATUS.

      *    the keyed run master - read only, for the last run date
      *    no new effective date may reach back to. see
      *    copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    before/after image of every decided change - applied,
      *    rejected at approval, or withdrawn.
           SELECT AUDIT-FILE ASSIGN TO "FBRMAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    what was done with each transaction, and what is still
      *    waiting for an approver.
           SELECT MAINT-REPORT ASSIGN TO "FBRMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-ACTION                       PIC X(08).
           05  FILLER                          PIC X(01).
           05  TR-USER                         PIC X(08).
           05  FILLER                          PIC X(01).
           05  TR-PEND-X                       PIC X(08).
           05  TR-PEND-N REDEFINES TR-PEND-X
                                               PIC 9(08).
           05  FILLER                          PIC X(01).
           05  TR-RULE-IMAGE                   PIC X(90).
           05  FILLER                          PIC X(03).

       FD  RULE-FILE.
       COPY FBRULEF.

       FD  NEWRULE-FILE.
       01  NEWRULE-RECORD                      PIC X(90).

      *    positions:  1-  8  pending number
      *                9- 16  PENDING, or CONTROL on the one record
      *                       carrying the last number issued
      *               17- 24  action
      *               25- 32  submitting user
      *               33- 40  submitted date YYYYMMDD
      *               41- 48  submitted time HHMMSShh
      *               49-138  the rule image as keyed
      *              139-140  filler
       FD  PEND-FILE.
       01  PEND-RECORD                         PIC X(140).

       FD  NEWPEND-FILE.
       01  NEWPEND-RECORD                      PIC X(140).

       FD  RUNMAST-FILE.
       COPY FBRMASTR.

      *    positions:  1-  8  stamp date YYYYMMDD
      *                9- 16  stamp time HHMMSShh
      *               17- 24  pending number
      *               25- 32  outcome - APPLIED, REJECTED, DROPPED
      *               33- 40  action
      *               41- 48  submitting user
      *               49- 56  deciding user (approver or rejecter)
      *               57- 96  reason / remark
      *               97-186  rule record BEFORE (spaces for an ADD)
      *              187-276  rule record AFTER (spaces unless
      *                       APPLIED)
      *              277-280  filler
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  RA-STAMP-DATE                   PIC 9(08).
           05  RA-STAMP-TIME                   PIC 9(08).
           05  RA-PEND-NUMBER                  PIC 9(08).
           05  RA-OUTCOME                      PIC X(08).
           05  RA-ACTION                       PIC X(08).
           05  RA-SUBMITTER                    PIC X(08).
           05  RA-DECIDER                      PIC X(08).
           05  RA-REASON                       PIC X(40).
           05  RA-BEFORE                       PIC X(90).
           05  RA-AFTER                        PIC X(90).
           05  FILLER                          PIC X(04).

       FD  MAINT-REPORT.
       01  MAINT-RECORD                        PIC X(132).

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-TRANS-STATUS         PIC X(02) VALUE "00".
       77  WS-RULEF-STATUS         PIC X(02) VALUE "00".
       77  WS-RULNEW-STATUS        PIC X(02) VALUE "00".
       77  WS-PEND-STATUS          PIC X(02) VALUE "00".
       77  WS-PNEW-STATUS          PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77  WS-MRPT-STATUS          PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-TRANS-EOF                    VALUE "Y".
       77  WS-RULEF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RULEF-EOF                    VALUE "Y".
       77  WS-PEND-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-PEND-EOF                     VALUE "Y".
       77  WS-RMAST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RMAST-EOF                    VALUE "Y".

      *    the whole rule file, in file order - applied changes are
      *    made here and the table is written out whole at the end.
       77  WS-RL-COUNT             PIC 9(04) VALUE 0.
       77  WS-RL-MAX               PIC 9(04) VALUE 200.
       77  WS-RL-SUB               PIC 9(04).
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 200 TIMES.
               10  WS-RL-EFF-X                 PIC X(08).
               10  WS-RL-EFF REDEFINES WS-RL-EFF-X
                                               PIC 9(08).
               10  FILLER                      PIC X(01).
               10  WS-RL-ID                    PIC X(08).
               10  FILLER                      PIC X(01).
               10  WS-RL-RULES                 PIC X(65).
               10  WS-RL-STATUS                PIC X(01).
               10  FILLER                      PIC X(06).

      *    the pending file, same idea - decided entries are marked
      *    here and dropped when the table is written back out.
       77  WS-PD-COUNT             PIC 9(04) VALUE 0.
       77  WS-PD-MAX               PIC 9(04) VALUE 100.
       77  WS-PD-SUB               PIC 9(04).
       77  WS-PD-FOUND             PIC 9(04).
       77  WS-LAST-PEND-NO         PIC 9(08) VALUE 0.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 100 TIMES.
               10  WS-PD-NUMBER                PIC 9(08).
               10  WS-PD-STATUS                PIC X(08).
               10  WS-PD-ACTION                PIC X(08).
               10  WS-PD-SUBMITTER             PIC X(08).
               10  WS-PD-SUBMIT-DATE           PIC 9(08).
               10  WS-PD-SUBMIT-TIME           PIC 9(08).
               10  WS-PD-RULE-IMAGE            PIC X(90).
               10  FILLER                      PIC X(02).

      *    the pending file's control record, built for the write.
       01  WS-PD-CONTROL.
           05  WS-PC-NUMBER                    PIC 9(08).
           05  WS-PC-STATUS                    PIC X(08).
           05  FILLER                          PIC X(124).

      *    the rule record under edit - off the transaction for a
      *    submission, off the pending entry for an approval.
       01  WS-RULE-IMAGE.
           05  WS-RI-EFF-X                     PIC X(08).
           05  WS-RI-EFF REDEFINES WS-RI-EFF-X
                                               PIC 9(08).
           05  FILLER                          PIC X(01).
           05  WS-RI-ID                        PIC X(08).
           05  FILLER                          PIC X(01).
           05  WS-RI-RULE OCCURS 5 TIMES.
               10  WS-RI-DIVISOR-X             PIC X(03).
               10  WS-RI-DIVISOR REDEFINES WS-RI-DIVISOR-X
                                               PIC 9(03).
               10  WS-RI-LABEL                 PIC X(10).
           05  WS-RI-STATUS                    PIC X(01).
           05  FILLER                          PIC X(06).
       77  WS-RI-YEAR              PIC 9(04).
       77  WS-RI-MONTH             PIC 9(02).
       77  WS-RI-DAY               PIC 9(02).
      *    the last day of each month - February taken as 29 here
      *    and held to 28 outside leap years by the edit.
       01  WS-MONTH-DAYS.
           05  FILLER                          PIC X(24)
                       VALUE "312931303130313130313031".
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAYS.
           05  WS-MONTH-LAST OCCURS 12 TIMES   PIC 9(02).
       77  WS-LEAP-QUOT            PIC 9(04).
       77  WS-LEAP-REM4            PIC 9(03).
       77  WS-LEAP-REM100          PIC 9(03).
       77  WS-LEAP-REM400          PIC 9(03).
       77  WS-RULE-SUB             PIC 9(02).

      *    edit context - which action is being edited, and which
      *    pending entry (if any) is the one under edit, so it does
      *    not collide with itself.
       77  WS-EDIT-ACTION          PIC X(08).
       77  WS-EDIT-SELF            PIC 9(08) VALUE 0.
       77  WS-RL-FOUND             PIC 9(04) VALUE 0.
       77  WS-ID-ON-FILE-SWITCH    PIC X(01) VALUE "N".
           88  WS-ID-ON-FILE                   VALUE "Y".
       77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *    the newest run date on FBRMAST - no effective date may be
      *    on or before it. zero when the master is empty.
       77  WS-LAST-RUN-DATE        PIC 9(08) VALUE 0.

      *    audit images and the outcome line for the report.
       77  WS-AUD-BEFORE           PIC X(90).
       77  WS-AUD-AFTER            PIC X(90).
       77  WS-AUD-OUTCOME          PIC X(08).
       77  WS-AUD-DECIDER          PIC X(08).
       77  WS-OUTCOME-TEXT         PIC X(60).

       77  WS-TRAN-COUNT           PIC 9(04) VALUE 0.
       77  WS-HELD-COUNT           PIC 9(04) VALUE 0.
       77  WS-APPLIED-COUNT        PIC 9(04) VALUE 0.
       77  WS-REJECTED-COUNT       PIC 9(04) VALUE 0.
       77  WS-WITHDRAWN-COUNT      PIC 9(04) VALUE 0.
       77  WS-STILL-PENDING        PIC 9(04) VALUE 0.
       77  WS-TRAN-DISP            PIC ZZZ9.
       77  WS-COUNT-DISP           PIC Z(7)9.

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).

       77  WS-NOW-DATE             PIC 9(08).
       77  WS-NOW-TIME             PIC 9(08).


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

      *    everything this run edits against comes in whole first -
      *    any of it unreadable and nothing is decided at all.
               PERFORM LOAD-RULE-FILE THRU LOAD-RULE-FILE-EXIT.
               PERFORM LOAD-PENDING THRU LOAD-PENDING-EXIT.
               PERFORM FIND-LAST-RUN-DATE
                   THRU FIND-LAST-RUN-DATE-EXIT.
               IF RETURN-CODE = 12
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN OUTPUT MAINT-REPORT.
               IF WS-MRPT-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRMRPT - "
                           "status " WS-MRPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY " FBRULMNT: unable to open FBRMAUD - "
                               "status " WS-AUDIT-STATUS
                               " - nothing decided" UPON TERM
                       MOVE 12 TO RETURN-CODE
                       CLOSE MAINT-REPORT
                       GO TO MAIN-WRAP-UP
                   END-IF
               END-IF.

      *    the new rule and pending files are opened before anything
      *    is decided - an APPLIED audit record or FBZ421I must
      *    never stand for a change that was not written out.
               OPEN OUTPUT NEWRULE-FILE.
               IF WS-RULNEW-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRULNEW - "
                           "status " WS-RULNEW-STATUS
                           " - nothing decided" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   CLOSE MAINT-REPORT
                   CLOSE AUDIT-FILE
                   GO TO MAIN-WRAP-UP
               END-IF.
               OPEN OUTPUT NEWPEND-FILE.
               IF WS-PNEW-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRMPNEW - "
                           "status " WS-PNEW-STATUS
                           " - nothing decided" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   CLOSE MAINT-REPORT
                   CLOSE AUDIT-FILE
                   CLOSE NEWRULE-FILE
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM WRITE-HEADINGS THRU WRITE-HEADINGS-EXIT.

      *    no transactions is a quiet night - the files still go
      *    back out unchanged, so the copyback steps are harmless.
               OPEN INPUT TRANS-FILE.
               IF WS-TRANS-STATUS = "00"
                   PERFORM UNTIL WS-TRANS-EOF
                       READ TRANS-FILE
                           AT END
                               SET WS-TRANS-EOF TO TRUE
                           NOT AT END
                               PERFORM PROCESS-TRANSACTION
                                   THRU PROCESS-TRANSACTION-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
               ELSE
                   MOVE "NO FBRMTRAN TRANSACTIONS - NOTHING TO DO"
                       TO MAINT-RECORD
                   PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT
               END-IF.
               CLOSE AUDIT-FILE.

               PERFORM WRITE-RULE-FILE THRU WRITE-RULE-FILE-EXIT.
               PERFORM WRITE-PENDING-FILE
                   THRU WRITE-PENDING-FILE-EXIT.
               PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
               CLOSE MAINT-REPORT.

               IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBRULMNT complete - transactions "
                       WS-TRAN-COUNT " held " WS-HELD-COUNT
                       " applied " WS-APPLIED-COUNT
                       " rejected " WS-REJECTED-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    the live rule file into the table. no file yet is an
      *    empty table - the very first ADD has to come from
      *    somewhere.
1000       LOAD-RULE-FILE.
               OPEN INPUT RULE-FILE.
               IF WS-RULEF-STATUS = "35"
                   GO TO LOAD-RULE-FILE-EXIT
               END-IF.
               IF WS-RULEF-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRULEF - "
                           "status " WS-RULEF-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO LOAD-RULE-FILE-EXIT
               END-IF.
               PERFORM UNTIL WS-RULEF-EOF
                   READ RULE-FILE
                       AT END
                           SET WS-RULEF-EOF TO TRUE
                       NOT AT END
                           IF WS-RL-COUNT >= WS-RL-MAX
                               DISPLAY " FBRULMNT: FBRULEF has more "
                                       "than " WS-RL-MAX " records "
                                       "- nothing decided" UPON TERM
                               MOVE 12 TO RETURN-CODE
                               SET WS-RULEF-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-RL-COUNT
                               MOVE RULEF-RECORD
                                   TO WS-RL-ENTRY (WS-RL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RULE-FILE.
1000       LOAD-RULE-FILE-EXIT.
           EXIT.

      *-------------
      *    the pending file into the table, and the last pending
      *    number ever issued off its control record - numbers are
      *    never reused, so an approval can only ever name the
      *    change its approver read on the report.
1100       LOAD-PENDING.
               OPEN INPUT PEND-FILE.
               IF WS-PEND-STATUS = "35"
                   GO TO LOAD-PENDING-EXIT
               END-IF.
               IF WS-PEND-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRMPEND - "
                           "status " WS-PEND-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO LOAD-PENDING-EXIT
               END-IF.
               PERFORM UNTIL WS-PEND-EOF
                   READ PEND-FILE
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PENDING
                               THRU LOAD-ONE-PENDING-EXIT
                   END-READ
               END-PERFORM.
               CLOSE PEND-FILE.
1100       LOAD-PENDING-EXIT.
           EXIT.

      *-------------
1150       LOAD-ONE-PENDING.
               MOVE PEND-RECORD TO WS-PD-CONTROL.
               IF WS-PC-STATUS = "CONTROL"
                   IF WS-PC-NUMBER IS NUMERIC
                     AND WS-PC-NUMBER > WS-LAST-PEND-NO
                       MOVE WS-PC-NUMBER TO WS-LAST-PEND-NO
                   END-IF
                   GO TO LOAD-ONE-PENDING-EXIT
               END-IF.
               IF WS-PC-NUMBER IS NOT NUMERIC
                   GO TO LOAD-ONE-PENDING-EXIT
               END-IF.
               IF WS-PD-COUNT >= WS-PD-MAX
                   DISPLAY " FBRULMNT: FBRMPEND has more than "
                           WS-PD-MAX " entries - nothing decided"
                           UPON TERM
                   MOVE 12 TO RETURN-CODE
                   SET WS-PEND-EOF TO TRUE
                   GO TO LOAD-ONE-PENDING-EXIT
               END-IF.
               ADD 1 TO WS-PD-COUNT.
               MOVE PEND-RECORD TO WS-PD-ENTRY (WS-PD-COUNT).
               IF WS-PD-NUMBER (WS-PD-COUNT) > WS-LAST-PEND-NO
                   MOVE WS-PD-NUMBER (WS-PD-COUNT) TO WS-LAST-PEND-NO
               END-IF.
1150       LOAD-ONE-PENDING-EXIT.
           EXIT.

      *-------------
      *    the newest run date on the master. the file comes back in
      *    key order, date first, so the last record read carries
      *    it. an empty or not-yet-defined master means nothing has
      *    ever been classified - any valid date will do.
1200       FIND-LAST-RUN-DATE.
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS = "35"
                   GO TO FIND-LAST-RUN-DATE-EXIT
               END-IF.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " FBRULMNT: unable to open FBRMAST - "
                           "status " WS-RMAST-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO FIND-LAST-RUN-DATE-EXIT
               END-IF.
               PERFORM UNTIL WS-RMAST-EOF
                   READ RUNMAST-FILE
                       AT END
                           SET WS-RMAST-EOF TO TRUE
                       NOT AT END
                           IF RM-RUN-DATE > WS-LAST-RUN-DATE
                               MOVE RM-RUN-DATE TO WS-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RUNMAST-FILE.
1200       FIND-LAST-RUN-DATE-EXIT.
           EXIT.

      *-------------
1300       WRITE-HEADINGS.
               MOVE SPACES TO MAINT-RECORD.
               STRING "FIZZBUZZ RULE-SET MAINTENANCE - RUN "
                       DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE SPACES TO MAINT-RECORD.
               STRING "LAST RUN DATE ON FBRMAST " DELIMITED BY SIZE
                      WS-LAST-RUN-DATE DELIMITED BY SIZE
                      " - NEW EFFECTIVE DATES MUST BE LATER"
                       DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE SPACES TO MAINT-RECORD.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
1300       WRITE-HEADINGS-EXIT.
           EXIT.

      *-------------
      *    one transaction: submissions become pending changes,
      *    approvals and rejections decide pending changes. a
      *    transaction nobody put their name on decides nothing.
1400       PROCESS-TRANSACTION.
               ADD 1 TO WS-TRAN-COUNT.
               MOVE SPACES TO WS-OUTCOME-TEXT.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE TR-RULE-IMAGE TO WS-RULE-IMAGE.

               IF TR-USER = SPACES
                   MOVE "NO USER ID ON THE TRANSACTION"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO PROCESS-TRANSACTION-EXIT
               END-IF.

               EVALUATE TR-ACTION
                   WHEN "ADD"
                   WHEN "CHANGE"
                   WHEN "RETIRE"
                       PERFORM SUBMIT-CHANGE THRU SUBMIT-CHANGE-EXIT
                   WHEN "APPROVE"
                       PERFORM APPROVE-CHANGE
                           THRU APPROVE-CHANGE-EXIT
                   WHEN "REJECT"
                       PERFORM WITHDRAW-CHANGE
                           THRU WITHDRAW-CHANGE-EXIT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                           THRU REJECT-TRANSACTION-EXIT
               END-EVALUATE.
1400       PROCESS-TRANSACTION-EXIT.
           EXIT.

      *-------------
      *    a transaction turned away at the door - reported and
      *    logged, nothing held, nothing applied.
1450       REJECT-TRANSACTION.
               ADD 1 TO WS-REJECTED-COUNT.
               MOVE SPACES TO WS-OUTCOME-TEXT.
               STRING "REJECTED - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING.
               PERFORM WRITE-TRAN-LINE THRU WRITE-TRAN-LINE-EXIT.
               MOVE "FBZ422W" TO WS-MSG-ID.
               MOVE "W" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "RULE-SET " DELIMITED BY SIZE
                      TR-ACTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RI-ID DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      TR-USER DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1450       REJECT-TRANSACTION-EXIT.
           EXIT.

      *-------------
      *    ADD / CHANGE / RETIRE - edit now, and if it passes, hold
      *    it as pending under the next number. the status byte is
      *    never taken off the card: only a RETIRE sets it.
1500       SUBMIT-CHANGE.
               MOVE SPACE TO WS-RI-STATUS.
               MOVE TR-ACTION TO WS-EDIT-ACTION.
               MOVE 0 TO WS-EDIT-SELF.
               PERFORM EDIT-RULE-IMAGE THRU EDIT-RULE-IMAGE-EXIT.
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO SUBMIT-CHANGE-EXIT
               END-IF.
               IF WS-PD-COUNT >= WS-PD-MAX
                   MOVE "PENDING FILE FULL - APPROVE SOME FIRST"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO SUBMIT-CHANGE-EXIT
               END-IF.

               ADD 1 TO WS-PD-COUNT.
               ADD 1 TO WS-LAST-PEND-NO.
               MOVE SPACES TO WS-PD-ENTRY (WS-PD-COUNT).
               MOVE WS-LAST-PEND-NO TO WS-PD-NUMBER (WS-PD-COUNT).
               MOVE "PENDING" TO WS-PD-STATUS (WS-PD-COUNT).
               MOVE TR-ACTION TO WS-PD-ACTION (WS-PD-COUNT).
               MOVE TR-USER TO WS-PD-SUBMITTER (WS-PD-COUNT).
               MOVE WS-NOW-DATE TO WS-PD-SUBMIT-DATE (WS-PD-COUNT).
               MOVE WS-NOW-TIME TO WS-PD-SUBMIT-TIME (WS-PD-COUNT).
               MOVE WS-RULE-IMAGE TO WS-PD-RULE-IMAGE (WS-PD-COUNT).
               ADD 1 TO WS-HELD-COUNT.

               MOVE SPACES TO WS-OUTCOME-TEXT.
               STRING "HELD PENDING " DELIMITED BY SIZE
                      WS-LAST-PEND-NO DELIMITED BY SIZE
                      " - NEEDS A SECOND USER TO APPROVE"
                       DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING.
               PERFORM WRITE-TRAN-LINE THRU WRITE-TRAN-LINE-EXIT.
               MOVE "FBZ423I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "RULE-SET " DELIMITED BY SIZE
                      TR-ACTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RI-ID DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      TR-USER DELIMITED BY SIZE
                      " HELD PENDING " DELIMITED BY SIZE
                      WS-LAST-PEND-NO DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1500       SUBMIT-CHANGE-EXIT.
           EXIT.

      *-------------
      *    the pending entry a decision card names - PENDING only.
      *    WS-PD-FOUND stays zero when there is no such change.
1550       FIND-PENDING.
               MOVE 0 TO WS-PD-FOUND.
               IF TR-PEND-X IS NOT NUMERIC
                   MOVE "PENDING NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO FIND-PENDING-EXIT
               END-IF.
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-NUMBER (WS-PD-SUB) = TR-PEND-N
                     AND WS-PD-STATUS (WS-PD-SUB) = "PENDING"
                       MOVE WS-PD-SUB TO WS-PD-FOUND
                   END-IF
               END-PERFORM.
               IF WS-PD-FOUND = 0
                   MOVE "NO SUCH PENDING CHANGE" TO WS-REJECT-REASON
               END-IF.
1550       FIND-PENDING-EXIT.
           EXIT.

      *-------------
      *    the second pair of eyes. the approver may be anyone but
      *    the submitter; the edits run again against the files as
      *    they stand NOW, and a change that no longer passes is
      *    rejected off the pending file rather than applied.
1600       APPROVE-CHANGE.
               PERFORM FIND-PENDING THRU FIND-PENDING-EXIT.
               IF WS-PD-FOUND = 0
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO APPROVE-CHANGE-EXIT
               END-IF.
               MOVE WS-PD-RULE-IMAGE (WS-PD-FOUND) TO WS-RULE-IMAGE.
               IF TR-USER = WS-PD-SUBMITTER (WS-PD-FOUND)
                   MOVE "APPROVER MUST NOT BE THE SUBMITTER"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO APPROVE-CHANGE-EXIT
               END-IF.

               MOVE WS-PD-ACTION (WS-PD-FOUND) TO WS-EDIT-ACTION.
               MOVE WS-PD-NUMBER (WS-PD-FOUND) TO WS-EDIT-SELF.
               PERFORM EDIT-RULE-IMAGE THRU EDIT-RULE-IMAGE-EXIT.
               IF WS-REJECT-REASON = SPACES
                 AND WS-EDIT-ACTION = "ADD"
                 AND WS-RL-COUNT >= WS-RL-MAX
                   MOVE "RULE FILE FULL" TO WS-REJECT-REASON
               END-IF.
               MOVE TR-USER TO WS-AUD-DECIDER.
               IF WS-REJECT-REASON NOT = SPACES
                   MOVE "REJECTED" TO WS-PD-STATUS (WS-PD-FOUND)
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM WRITE-AUDIT-RECORD
                       THRU WRITE-AUDIT-RECORD-EXIT
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO APPROVE-CHANGE-EXIT
               END-IF.

               PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT.
               MOVE "APPLIED" TO WS-PD-STATUS (WS-PD-FOUND).
               MOVE "APPLIED" TO WS-AUD-OUTCOME.
               MOVE "APPROVED" TO WS-REJECT-REASON.
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
               ADD 1 TO WS-APPLIED-COUNT.

               MOVE SPACES TO WS-OUTCOME-TEXT.
               STRING "APPLIED PENDING " DELIMITED BY SIZE
                      WS-PD-NUMBER (WS-PD-FOUND) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PD-ACTION (WS-PD-FOUND) DELIMITED BY SPACE
                      " BY " DELIMITED BY SIZE
                      WS-PD-SUBMITTER (WS-PD-FOUND) DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING.
               PERFORM WRITE-TRAN-LINE THRU WRITE-TRAN-LINE-EXIT.
               MOVE "FBZ421I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "RULE-SET " DELIMITED BY SIZE
                      WS-PD-ACTION (WS-PD-FOUND) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RI-ID DELIMITED BY SIZE
                      " APPLIED - SUBMITTED BY " DELIMITED BY SIZE
                      WS-PD-SUBMITTER (WS-PD-FOUND) DELIMITED BY SIZE
                      " APPROVED BY " DELIMITED BY SIZE
                      TR-USER DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1600       APPROVE-CHANGE-EXIT.
           EXIT.

      *-------------
      *    REJECT - a pending change turned down (or withdrawn by
      *    its own submitter). it leaves the pending file with an
      *    audit record saying who dropped it.
1700       WITHDRAW-CHANGE.
               PERFORM FIND-PENDING THRU FIND-PENDING-EXIT.
               IF WS-PD-FOUND = 0
                   PERFORM REJECT-TRANSACTION
                       THRU REJECT-TRANSACTION-EXIT
                   GO TO WITHDRAW-CHANGE-EXIT
               END-IF.
               MOVE WS-PD-RULE-IMAGE (WS-PD-FOUND) TO WS-RULE-IMAGE.
               MOVE "DROPPED" TO WS-PD-STATUS (WS-PD-FOUND).
               MOVE "DROPPED" TO WS-AUD-OUTCOME.
               MOVE TR-USER TO WS-AUD-DECIDER.
               MOVE "REJECTED BY DECISION CARD" TO WS-REJECT-REASON.
               MOVE SPACES TO WS-AUD-BEFORE.
               MOVE SPACES TO WS-AUD-AFTER.
               PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
               ADD 1 TO WS-WITHDRAWN-COUNT.
               MOVE SPACES TO WS-OUTCOME-TEXT.
               STRING "PENDING " DELIMITED BY SIZE
                      WS-PD-NUMBER (WS-PD-FOUND) DELIMITED BY SIZE
                      " DROPPED - NOT APPLIED" DELIMITED BY SIZE
                   INTO WS-OUTCOME-TEXT
               END-STRING.
               PERFORM WRITE-TRAN-LINE THRU WRITE-TRAN-LINE-EXIT.
1700       WITHDRAW-CHANGE-EXIT.
           EXIT.

      *-------------
      *    every edit on the rule record in WS-RULE-IMAGE for the
      *    action in WS-EDIT-ACTION. the first failure lands in
      *    WS-REJECT-REASON; spaces there means it passed. on the
      *    way through, WS-RL-FOUND is left pointing at the active
      *    rule-file entry a CHANGE or RETIRE works on.
1800       EDIT-RULE-IMAGE.
               MOVE SPACES TO WS-REJECT-REASON.
               MOVE 0 TO WS-RL-FOUND.
               MOVE "N" TO WS-ID-ON-FILE-SWITCH.
               IF WS-RI-ID = SPACES
                   MOVE "NO RULE-SET ID" TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

               PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
                   IF WS-RL-ID (WS-RL-SUB) = WS-RI-ID
                       SET WS-ID-ON-FILE TO TRUE
                       IF WS-RL-STATUS (WS-RL-SUB) NOT = "R"
                           MOVE WS-RL-SUB TO WS-RL-FOUND
                       END-IF
                   END-IF
               END-PERFORM.

      *    one change per rule set in flight at a time - two
      *    pending changes to the same set could only be approved
      *    in an order nobody chose.
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-STATUS (WS-PD-SUB) = "PENDING"
                     AND WS-PD-NUMBER (WS-PD-SUB) NOT = WS-EDIT-SELF
                     AND WS-PD-RULE-IMAGE (WS-PD-SUB) (10:8)
                         = WS-RI-ID
                       MOVE "A CHANGE TO THIS RULE SET IS PENDING"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM.
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

               IF WS-EDIT-ACTION = "ADD"
                   IF WS-ID-ON-FILE
                       MOVE "DUPLICATE RULE-SET ID ON FBRULEF"
                           TO WS-REJECT-REASON
                       GO TO EDIT-RULE-IMAGE-EXIT
                   END-IF
               ELSE
                   IF WS-RL-FOUND = 0
                       MOVE "RULE SET NOT ON FBRULEF OR RETIRED"
                           TO WS-REJECT-REASON
                       GO TO EDIT-RULE-IMAGE-EXIT
                   END-IF
               END-IF.

      *    retiring takes nothing but an active id - the runs it
      *    classified keep their id, and the verifier still finds it.
               IF WS-EDIT-ACTION = "RETIRE"
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

               IF WS-EDIT-ACTION = "CHANGE"
                 AND WS-RL-EFF-X (WS-RL-FOUND) IS NUMERIC
                 AND WS-RL-EFF (WS-RL-FOUND) <= WS-LAST-RUN-DATE
                   MOVE "RULE SET ALREADY IN EFFECT FOR RUNS"
                       TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

               IF WS-RI-EFF-X IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
               MOVE WS-RI-EFF-X (1:4) TO WS-RI-YEAR.
               MOVE WS-RI-EFF-X (5:2) TO WS-RI-MONTH.
               MOVE WS-RI-EFF-X (7:2) TO WS-RI-DAY.
               IF WS-RI-MONTH < 1 OR WS-RI-MONTH > 12
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
               IF WS-RI-DAY < 1
                 OR WS-RI-DAY > WS-MONTH-LAST (WS-RI-MONTH)
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
      *    29 February only in a leap year - every fourth year, but
      *    not the centuries, save every fourth century.
               IF WS-RI-MONTH = 2 AND WS-RI-DAY = 29
                   DIVIDE WS-RI-YEAR BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM4
                   DIVIDE WS-RI-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM100
                   DIVIDE WS-RI-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM400
                   IF WS-LEAP-REM4 NOT = 0
                     OR (WS-LEAP-REM100 = 0 AND WS-LEAP-REM400 NOT = 0)
                       MOVE "EFFECTIVE DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                       GO TO EDIT-RULE-IMAGE-EXIT
                   END-IF
               END-IF.
               IF WS-RI-EFF <= WS-LAST-RUN-DATE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "BACKDATED - FBRMAST HAS RUNS TO "
                           DELIMITED BY SIZE
                          WS-LAST-RUN-DATE DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
                   IF WS-RI-DIVISOR-X (WS-RULE-SUB) IS NOT NUMERIC
                       MOVE "DIVISOR NOT NUMERIC" TO WS-REJECT-REASON
                   END-IF
               END-PERFORM.
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
               IF WS-RI-DIVISOR (1) = 0 OR WS-RI-DIVISOR (2) = 0
                   MOVE "ZERO CORE DIVISOR" TO WS-REJECT-REASON
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
                   IF WS-RI-DIVISOR (WS-RULE-SUB) NOT = 0
                     AND WS-RI-LABEL (WS-RULE-SUB) = SPACES
                       MOVE "BLANK LABEL ON A RULE THAT IS ON"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM.
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.

      *    two live records on one effective date leave the nightly
      *    pick to file order - never again. the record a CHANGE
      *    replaces does not count against itself.
               PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
                   IF WS-RL-SUB NOT = WS-RL-FOUND
                     AND WS-RL-STATUS (WS-RL-SUB) NOT = "R"
                     AND WS-RL-EFF-X (WS-RL-SUB) = WS-RI-EFF-X
                       MOVE "DUPLICATE EFFECTIVE DATE ON FBRULEF"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM.
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO EDIT-RULE-IMAGE-EXIT
               END-IF.
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-STATUS (WS-PD-SUB) = "PENDING"
                     AND WS-PD-NUMBER (WS-PD-SUB) NOT = WS-EDIT-SELF
                     AND WS-PD-ACTION (WS-PD-SUB) NOT = "RETIRE"
                     AND WS-PD-RULE-IMAGE (WS-PD-SUB) (1:8)
                         = WS-RI-EFF-X
                       MOVE "DUPLICATE EFFECTIVE DATE IS PENDING"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM.
1800       EDIT-RULE-IMAGE-EXIT.
           EXIT.

      *-------------
      *    the approved change onto the rule table, with the before
      *    and after images for the audit record. an ADD goes on the
      *    end, a CHANGE replaces its record where it stands, a
      *    RETIRE only sets the status byte.
1900       APPLY-CHANGE.
               MOVE SPACES TO WS-AUD-BEFORE.
               MOVE SPACES TO WS-AUD-AFTER.
               EVALUATE WS-EDIT-ACTION
                   WHEN "ADD"
                       ADD 1 TO WS-RL-COUNT
                       MOVE SPACE TO WS-RI-STATUS
                       MOVE WS-RULE-IMAGE TO WS-RL-ENTRY (WS-RL-COUNT)
                       MOVE WS-RL-ENTRY (WS-RL-COUNT) TO WS-AUD-AFTER
                   WHEN "CHANGE"
                       MOVE WS-RL-ENTRY (WS-RL-FOUND) TO WS-AUD-BEFORE
                       MOVE SPACE TO WS-RI-STATUS
                       MOVE WS-RULE-IMAGE TO WS-RL-ENTRY (WS-RL-FOUND)
                       MOVE WS-RL-ENTRY (WS-RL-FOUND) TO WS-AUD-AFTER
                   WHEN "RETIRE"
                       MOVE WS-RL-ENTRY (WS-RL-FOUND) TO WS-AUD-BEFORE
                       MOVE "R" TO WS-RL-STATUS (WS-RL-FOUND)
                       MOVE WS-RL-ENTRY (WS-RL-FOUND) TO WS-AUD-AFTER
               END-EVALUATE.
1900       APPLY-CHANGE-EXIT.
           EXIT.

      *-------------
      *    one decided change onto the audit file - the pending
      *    entry in WS-PD-FOUND, the outcome and decider set by the
      *    caller, the remark in WS-REJECT-REASON.
2000       WRITE-AUDIT-RECORD.
               MOVE SPACES TO AUDIT-RECORD.
               ACCEPT RA-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT RA-STAMP-TIME FROM TIME.
               MOVE WS-PD-NUMBER (WS-PD-FOUND) TO RA-PEND-NUMBER.
               MOVE WS-AUD-OUTCOME TO RA-OUTCOME.
               MOVE WS-PD-ACTION (WS-PD-FOUND) TO RA-ACTION.
               MOVE WS-PD-SUBMITTER (WS-PD-FOUND) TO RA-SUBMITTER.
               MOVE WS-AUD-DECIDER TO RA-DECIDER.
               MOVE WS-REJECT-REASON TO RA-REASON.
               MOVE WS-AUD-BEFORE TO RA-BEFORE.
               MOVE WS-AUD-AFTER TO RA-AFTER.
               WRITE AUDIT-RECORD.
2000       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      *-------------
      *    the rule table back out whole, in file order - FBRULNEW
      *    was opened by MAIN before anything was decided.
2100       WRITE-RULE-FILE.
               PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
                   MOVE WS-RL-ENTRY (WS-RL-SUB) TO NEWRULE-RECORD
                   WRITE NEWRULE-RECORD
               END-PERFORM.
               CLOSE NEWRULE-FILE.
2100       WRITE-RULE-FILE-EXIT.
           EXIT.

      *-------------
      *    the control record first, then whatever is still
      *    pending - decided entries are on the audit file now.
      *    FBRMPNEW was opened by MAIN with FBRULNEW.
2200       WRITE-PENDING-FILE.
               MOVE SPACES TO WS-PD-CONTROL.
               MOVE WS-LAST-PEND-NO TO WS-PC-NUMBER.
               MOVE "CONTROL" TO WS-PC-STATUS.
               MOVE WS-PD-CONTROL TO NEWPEND-RECORD.
               WRITE NEWPEND-RECORD.
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-STATUS (WS-PD-SUB) = "PENDING"
                       MOVE WS-PD-ENTRY (WS-PD-SUB) TO NEWPEND-RECORD
                       WRITE NEWPEND-RECORD
                       ADD 1 TO WS-STILL-PENDING
                   END-IF
               END-PERFORM.
               CLOSE NEWPEND-FILE.
2200       WRITE-PENDING-FILE-EXIT.
           EXIT.

      *-------------
      *    counts, then the list an approver works from: every
      *    change still waiting, who keyed it and when.
2300       WRITE-SUMMARY.
               MOVE SPACES TO MAINT-RECORD.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-TRAN-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "TRANSACTIONS READ     " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-HELD-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "HELD PENDING          " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-APPLIED-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "APPLIED TO FBRULEF    " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "PENDING DROPPED       " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "REJECTED              " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.

               MOVE SPACES TO MAINT-RECORD.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               MOVE WS-STILL-PENDING TO WS-COUNT-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "AWAITING APPROVAL     " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
               PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-COUNT
                   IF WS-PD-STATUS (WS-PD-SUB) = "PENDING"
                       MOVE SPACES TO MAINT-RECORD
                       STRING "  PENDING " DELIMITED BY SIZE
                              WS-PD-NUMBER (WS-PD-SUB)
                               DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-PD-ACTION (WS-PD-SUB)
                               DELIMITED BY SIZE
                              " BY " DELIMITED BY SIZE
                              WS-PD-SUBMITTER (WS-PD-SUB)
                               DELIMITED BY SIZE
                              " ON " DELIMITED BY SIZE
                              WS-PD-SUBMIT-DATE (WS-PD-SUB)
                               DELIMITED BY SIZE
                              " RULE " DELIMITED BY SIZE
                              WS-PD-RULE-IMAGE (WS-PD-SUB)
                               DELIMITED BY SIZE
                           INTO MAINT-RECORD
                       END-STRING
                       PERFORM WRITE-MAINT-LINE
                           THRU WRITE-MAINT-LINE-EXIT
                   END-IF
               END-PERFORM.
2300       WRITE-SUMMARY-EXIT.
           EXIT.

      *-------------
      *    one report line per transaction: what it asked for and
      *    what became of it.
2400       WRITE-TRAN-LINE.
               MOVE WS-TRAN-COUNT TO WS-TRAN-DISP.
               MOVE SPACES TO MAINT-RECORD.
               STRING "TRAN " DELIMITED BY SIZE
                      WS-TRAN-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TR-ACTION DELIMITED BY SIZE
                      " USER=" DELIMITED BY SIZE
                      TR-USER DELIMITED BY SIZE
                      " RS=" DELIMITED BY SIZE
                      WS-RI-ID DELIMITED BY SIZE
                      " EFF=" DELIMITED BY SIZE
                      WS-RI-EFF-X DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-OUTCOME-TEXT DELIMITED BY SIZE
                   INTO MAINT-RECORD
               END-STRING.
               PERFORM WRITE-MAINT-LINE THRU WRITE-MAINT-LINE-EXIT.
2400       WRITE-TRAN-LINE-EXIT.
           EXIT.

      *-------------
2500       WRITE-MAINT-LINE.
               IF WS-MRPT-STATUS = "00"
                   WRITE MAINT-RECORD
               END-IF.
2500       WRITE-MAINT-LINE-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
2600       WRITE-OPS-MSG.
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
2600       WRITE-OPS-MSG-EXIT.
           EXIT.
