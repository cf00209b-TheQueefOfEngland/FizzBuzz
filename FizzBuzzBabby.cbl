               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    the range timing file - one appended record per range
      *    with its start and end stamps and how many numbers it
      *    classified, the throughput history FBFORCST projects the
      *    next night from. see copylib/FBTIMING.cpy and
      *    WRITE-RANGE-TIMING.
           SELECT TIMING-FILE ASSIGN TO "FBTIMING"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

      *    the catch-up card - present only when operations are
      *    running a business date the schedule missed. it names the
      *    date, or says NEXT for the oldest PLANNED date before
      *    today, and that date - not today's - goes on the
      *    calendar, the history line, the run-master key and the
      *    extract record. see CHECK-CATCH-UP.
           SELECT CATCHUP-FILE ASSIGN TO "FBCATCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATCH-STATUS.

      *    the override authorization file - a force-flag rerun of
      *    a date already COMPLETE or RUNNING goes ahead only on a
      *    second operator's approval found here, which is marked
      *    used as the rerun starts. see copylib/FBAUTHR.cpy and
      *    CHECK-AUTHORIZATION.
           SELECT AUTH-FILE ASSIGN TO "FBAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    the seal file - one appended entry per history line,
      *    extract record and run-master record this run writes,
      *    each chained to the check value of the one before it, so
      *    FBSEALCK can prove none of them was edited afterwards.
      *    see copylib/FBSEALR.cpy and SEAL-ONE-RECORD.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

      *    the report-id card - the catalogued name of tonight's
      *    FBRPT, as the JCL resolved it, so the calendar can carry
      *    the report's real name instead of every reader rebuilding
      *    it from a date that may not be the one the JCL used. no
      *    card leaves the name blank. see MARK-RUN-STARTED.
           SELECT RPTID-FILE ASSIGN TO "FBRPTID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPTID-STATUS.

       DATA DIVISION.
      *------------

      *    shows complete. an operator sets it on purpose for a rerun
      *    and takes it back off after; blank is the normal state.
           05  PARM-FORCE-FLAG                PIC X(01).
      *    the department the range is charged back to - a code on
      *    the FBCCREF reference file, checked by FBEDIT, carried to
      *    the range's run-master and extract records.
           05  PARM-COST-CENTER               PIC X(06).
           05  FILLER                         PIC X(01).
      *    the operator submitting the card - on a force-flag card,
      *    the name the dual-control check holds the approval
      *    against. see CHECK-RUN-CONTROL.
           05  PARM-SUBMITTER                 PIC X(08).
           05  FILLER                         PIC X(47).

       FD  REPORT-FILE.
       01  REPORT-RECORD                       PIC X(132).
           05  AR-REQUESTOR                    PIC X(08).
           05  FILLER                          PIC X(01).
           05  AR-REASON                       PIC X(40).
           05  FILLER                          PIC X(01).
           05  AR-COST-CENTER                  PIC X(06).
           05  FILLER                          PIC X(24).

      *    see copylib/FBADLOGR.cpy for the positions.
       FD  ADLOG-FILE.
       COPY FBADLOGR.

       FD  RULE-FILE.
       COPY FBRULEF.
       FD  RUNMAST-FILE.
       COPY FBRMASTR.

       FD  TIMING-FILE.
       COPY FBTIMING.

       FD  CATCHUP-FILE.
       01  CATCHUP-RECORD.
           05  CU-DATE-X                       PIC X(08).
           05  CU-DATE-N REDEFINES CU-DATE-X   PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  SEAL-FILE.
       COPY FBSEALR.

       FD  RPTID-FILE.
       01  RPTID-RECORD.
           05  RI-REPORT-DSN                   PIC X(44).
           05  FILLER                          PIC X(36).


       WORKING-STORAGE SECTION.
      *-----------------------
      *                       FBHIST, FBXTRCT, FBRUNCTL)
      *      FBZ107W  unable to open FBADLOG
      *      FBZ108W  unable to open or write FBRMAST
      *      FBZ109W  unable to open FBTIMING - range timing lost
      *      FBZ110W  unable to open FBSEAL - record not sealed
      *      FBZ201I  resuming from checkpoint
      *      FBZ202I  ad-hoc number list found
      *      FBZ203I  force flag set - deliberate rerun
      *               history/extract not rewritten
      *      FBZ205I  rule set loaded from FBRULEF
      *      FBZ206I  ad-hoc run requestor/reason logged
      *      FBZ207I  catch-up run of a missed business date
      *      FBZ208I  catch-up asked for, no missed date left
      *      FBZ209I  catch-up date finalized COMPLETE/FAILED
      *      FBZ301E  requested run size was not honored
      *      FBZ302E  no FIZZBUZZ hits this run
      *      FBZ303E  control totals do not reconcile
      *               run stopped
      *      FBZ309E  business date is already RUNNING on the
      *               calendar - doubled submission stopped
      *      FBZ310E  catch-up card refused - run stopped
      *      FBZ451E  force flag refused - no usable second-
      *               operator approval on FBAUTH - run stopped
      *      FBZ452I  force flag authorized - approval used
      *    renumber nothing - automation traps on these.
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".
       77  WS-MSG-ID               PIC X(07).
       77  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
       77  WS-TODAY-STATE          PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-NEW-STATE     PIC X(08) VALUE SPACES.
       77  WS-RPTID-STATUS         PIC X(02) VALUE "00".
       77  WS-REPORT-DSN           PIC X(44) VALUE SPACES.
       77  WS-DUP-RUN-SWITCH       PIC X(01) VALUE "N".
           88  WS-DUPLICATE-RUN                VALUE "Y".
       77  WS-FORCE-SWITCH         PIC X(01) VALUE "N".
           88  WS-FORCE-RERUN                  VALUE "Y".
       77  WS-FORCE-SUBMITTER      PIC X(08) VALUE SPACES.
       77  WS-RUN-DATE              PIC 9(08).
       77  WS-RUN-TIME              PIC 9(08).
       77  WS-TTS-DISP              PIC Z(7)9.
           88  WS-ADREQ-OK                     VALUE "Y".
       77  WS-ADHOC-REQUESTOR       PIC X(08) VALUE SPACES.
       77  WS-ADHOC-REASON          PIC X(40) VALUE SPACES.
       77  WS-ADHOC-COST-CENTER     PIC X(06) VALUE SPACES.
       77  WS-ADHOC-COUNT           PIC 9(08) VALUE 0.

      *    lets an operator key in tonight's run size when no parm
               10  WS-PE-START                 PIC 9(08).
               10  WS-PE-TTS                   PIC 9(08).
               10  WS-PE-QUIET                 PIC X(01).
               10  WS-PE-COST-CENTER           PIC X(06).

      *    grand totals across every range of the schedule - the
      *    TOTAL_* fields count one range at a time now, and the
      *    a bad one.
       77  WS-RANGE-RC              PIC 9(04) VALUE 0.

      *    range timing - see WRITE-RANGE-TIMING. the clock is
      *    carved into hours/minutes/seconds/hundredths so the
      *    elapsed time comes out in plain arithmetic.
       77  WS-TIMING-STATUS         PIC X(02) VALUE "00".
       77  WS-TM-START-DATE         PIC 9(08) VALUE 0.
       77  WS-TM-START-TIME         PIC 9(08) VALUE 0.
       77  WS-TM-END-DATE           PIC 9(08) VALUE 0.
       77  WS-TM-END-TIME           PIC 9(08) VALUE 0.
       77  WS-TM-START-HUND         PIC 9(10) VALUE 0.
       77  WS-TM-END-HUND           PIC 9(10) VALUE 0.
       77  WS-TM-NUMBERS            PIC 9(08) VALUE 0.
       01  WS-TM-CLOCK.
           05  WS-TM-HH                        PIC 9(02).
           05  WS-TM-MM                        PIC 9(02).
           05  WS-TM-SS                        PIC 9(02).
           05  WS-TM-HU                        PIC 9(02).
       01  WS-TM-CLOCK-N REDEFINES WS-TM-CLOCK PIC 9(08).

      *    catch-up mode - see CHECK-CATCH-UP. the calendar is
      *    folded to one slot per date, last state wins, the same
      *    way FBCALUTL CHECK folds it, so the date picked is one
      *    the morning check is reporting as never run.
       77  WS-CATCH-STATUS          PIC X(02) VALUE "00".
       77  WS-CATCH-UP-SWITCH       PIC X(01) VALUE "N".
           88  WS-CATCH-UP                     VALUE "Y".
       77  WS-CATCH-STOP-SWITCH     PIC X(01) VALUE "N".
           88  WS-CATCH-STOP                   VALUE "Y".
       77  WS-CLOCK-DATE            PIC 9(08) VALUE 0.
       77  WS-CATCH-OLDEST          PIC 9(08) VALUE 0.
       77  WS-CATCH-MISSED          PIC 9(03) VALUE 0.
       77  WS-CATCH-OLDER           PIC 9(03) VALUE 0.
       77  WS-CATCH-PENDING         PIC 9(03) VALUE 0.
       77  WS-CAL-COUNT             PIC 9(03) VALUE 0.
       77  WS-CAL-MAX               PIC 9(03) VALUE 400.
       77  WS-CAL-SUB               PIC 9(03).
       77  WS-CAL-HIT               PIC 9(03).
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 400 TIMES.
               10  WS-CAL-DATE                 PIC 9(08).
               10  WS-CAL-STATE                PIC X(08).

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

      *    the seal chains - see SEAL-ONE-RECORD. the last check
      *    value on FBSEAL for each of the three files is picked up
      *    when the first record is sealed and carried from there.
      *    the byte work area turns one character into its code for
      *    SEAL-CHECK-VALUE: a low-value high byte ahead of it makes
      *    the pair a halfword holding just that code.
       77  WS-SEAL-STATUS          PIC X(02) VALUE "00".
       77  WS-SEAL-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-SEAL-EOF                     VALUE "Y".
       77  WS-SEAL-LOADED-SWITCH   PIC X(01) VALUE "N".
           88  WS-SEAL-LOADED                  VALUE "Y".
       77  WS-SEAL-TIP-RMAST       PIC 9(09) VALUE 0.
       77  WS-SEAL-TIP-HIST        PIC 9(09) VALUE 0.
       77  WS-SEAL-TIP-XTRC        PIC 9(09) VALUE 0.
       77  WS-SEAL-FILE            PIC X(08).
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
                   END-IF
               END-IF.

      *    which business date this run is for comes first - today
      *    on a normal night, the missed date on a catch-up - because
      *    the rule set, the calendar and every stamp below hang off
      *    it. a catch-up card that cannot be honored, or one with no
      *    missed date left to run, stops here before anything is
      *    touched.
               PERFORM CHECK-CATCH-UP THRU CHECK-CATCH-UP-EXIT.
               IF WS-CATCH-STOP
                   IF WS-MLOG-STATUS = "00"
                       CLOSE MSGLOG-FILE
                   END-IF
                   STOP RUN
               END-IF.

      *    the rules come off the effective-dated rule file before
      *    anything classifies - the winning rule-set id is stamped
      *    on everything this run writes. a caught-up date runs
      *    under the rules that were effective on THAT date.
               PERFORM LOAD-RULE-SET THRU LOAD-RULE-SET-EXIT.

               PERFORM CHECK-ADHOC-MODE THRU CHECK-ADHOC-MODE-EXIT.
                   STOP RUN
               END-IF.

      *    an ad-hoc list is not a business-date run, so it cannot
      *    catch one up either - the two cards together mean one of
      *    them is on the wrong job.
               IF WS-ADHOC-MODE AND WS-CATCH-UP
                   DISPLAY " WARNING: catch-up card with an ad-hoc "
                           "number list - run stopped" UPON TERM
                   MOVE "FBZ310E" TO WS-MSG-ID
                   MOVE "E" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "CATCH-UP CARD WITH AN AD-HOC NUMBER LIST - "
                           DELIMITED BY SIZE
                          "RUN STOPPED" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   MOVE 8 TO RETURN-CODE
                   IF WS-MLOG-STATUS = "00"
                       CLOSE MSGLOG-FILE
                   END-IF
                   STOP RUN
               END-IF.

               IF WS-CATCH-UP
                   PERFORM LOG-CATCH-UP THRU LOG-CATCH-UP-EXIT
               END-IF.

               PERFORM READ-PARAMETERS THRU READ-PARAMETERS-EXIT.

      *    same business date already ran to completion tonight?
                   MOVE START_VALUE TO WS-PE-START (1)
                   MOVE TIMES_TO_SIMULATE TO WS-PE-TTS (1)
                   MOVE WS-QUIET-SWITCH TO WS-PE-QUIET (1)
                   MOVE SPACES TO WS-PE-COST-CENTER (1)
               END-IF.

1000       READ-PARAMETERS-EXIT.
1050       LOAD-PARM-CARD.
               IF PARM-FORCE-FLAG = "Y"
                   SET WS-FORCE-RERUN TO TRUE
                   MOVE PARM-SUBMITTER TO WS-FORCE-SUBMITTER
               END-IF.

      *    force-flag-only cards legitimately carry blank range
                           TO WS-PE-TTS (WS-PARM-COUNT)
                       MOVE PARM-QUIET-FLAG
                           TO WS-PE-QUIET (WS-PARM-COUNT)
                       MOVE PARM-COST-CENTER
                           TO WS-PE-COST-CENTER (WS-PARM-COUNT)
                       SET WS-PARM-GAVE-TTS TO TRUE
                   END-IF
               END-IF.
1300       WRITE-HISTORY.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-TIME FROM TIME.
      *    a caught-up range belongs to the date it should have run
      *    on - the history line, the extract record and the
      *    run-master key all take this date, so FBMONTH, FBTREND,
      *    FBINQURY and the warehouse file it under the missed day.
               IF WS-CATCH-UP
                   MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
               END-IF.
               MOVE WS-ORIG-START-VALUE TO WS-START-DISP.
               MOVE TIMES_TO_SIMULATE TO WS-TTS-DISP.
               MOVE TOTAL_FIZZ TO WS-FIZZ-DISP.
                   INTO HISTORY-RECORD
               END-STRING.
               IF WS-HIST-STATUS = "00"
                   MOVE HISTORY-RECORD TO WS-SEAL-DATA
                   WRITE HISTORY-RECORD
                   IF WS-HIST-STATUS = "00"
                       MOVE "FBHIST" TO WS-SEAL-FILE
                       MOVE 132 TO WS-SEAL-LEN
                       PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
                   END-IF
                   CLOSE HISTORY-FILE
               END-IF.

                           SET WS-ADREQ-OK TO TRUE
                           MOVE AR-REQUESTOR TO WS-ADHOC-REQUESTOR
                           MOVE AR-REASON TO WS-ADHOC-REASON
                           MOVE AR-COST-CENTER TO WS-ADHOC-COST-CENTER
                       END-IF
               END-READ.
               CLOSE ADREQ-FILE.
      *    warehouse wearing the earlier range's failure.
               MOVE WS-RANGE-RC TO XT-RETURN-CODE.
               MOVE WS-RULESET-ID TO XT-RULESET-ID.
               MOVE WS-PE-COST-CENTER (WS-RANGE-NUM) TO XT-COST-CENTER.
      *    the transmission state is left out of the seal - FBXCUT
      *    and FBXACK are meant to change it.
               IF WS-XTRC-STATUS = "00"
                   MOVE EXTRACT-RECORD TO WS-SEAL-DATA
                   MOVE SPACES TO WS-SEAL-DATA (95:17)
                   WRITE EXTRACT-RECORD
                   IF WS-XTRC-STATUS = "00"
                       MOVE "FBXTRCT" TO WS-SEAL-FILE
                       MOVE 120 TO WS-SEAL-LEN
                       PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
                   END-IF
                   CLOSE EXTRACT-FILE
               END-IF.

      *    FAILED run freely - that is what they are for. an ad-hoc
      *    list isn't a business-date run and never trips this. the
      *    last record FOR TONIGHT'S DATE wins - other dates'
      *    records are other nights' business. tonight's date is
      *    the one CHECK-CATCH-UP settled on.
1900       CHECK-RUN-CONTROL.
               IF WS-ADHOC-MODE
                   GO TO CHECK-RUN-CONTROL-EXIT
               END-IF.

               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "00"
                   GO TO CHECK-RUN-CONTROL-EXIT
               END-IF.

      *    the force flag only overrides anything against a date
      *    already COMPLETE or RUNNING - and then only on a second
      *    operator's approval for this business date, spent here.
      *    no approval stops the run exactly as if the flag were
      *    off, so the doubled-submission stop below still holds.
               IF WS-FORCE-RERUN
                 AND (WS-TODAY-STATE = "RUNNING"
                   OR WS-TODAY-STATE = "COMPLETE")
                   MOVE "FORCE" TO WS-AUTH-FUNCTION
                   MOVE WS-BUSINESS-DATE TO WS-AUTH-TARGET-DATE
                   MOVE SPACES TO WS-AUTH-TARGET-TIME
                   MOVE WS-FORCE-SUBMITTER TO WS-AUTH-SUBMITTER
                   PERFORM CHECK-AUTHORIZATION
                       THRU CHECK-AUTHORIZATION-EXIT
                   IF NOT WS-AUTH-OK
                       SET WS-DUPLICATE-RUN TO TRUE
                       GO TO CHECK-RUN-CONTROL-EXIT
                   END-IF
               END-IF.

      *    forcing past a RUNNING state is how a crashed night gets
      *    resumed - it deserves the same deliberate-rerun line on
      *    the log the COMPLETE override gets.
                   MOVE "FAILED" TO WS-RUNCTL-NEW-STATE
               END-IF.
               PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.
      *    the log says in so many words that the date was caught
      *    up, and how it ended - the calendar alone cannot tell a
      *    catch-up from a night that ran on time.
               IF WS-CATCH-UP
                   DISPLAY " Catch-up of business date "
                           WS-BUSINESS-DATE " ended "
                           WS-RUNCTL-NEW-STATE UPON TERM
                   MOVE "FBZ209I" TO WS-MSG-ID
                   MOVE "I" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "CATCH-UP RUN OF BUSINESS DATE "
                           DELIMITED BY SIZE
                          WS-BUSINESS-DATE DELIMITED BY SIZE
                          " ENDED " DELIMITED BY SIZE
                          WS-RUNCTL-NEW-STATE DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
               END-IF.

2000       STAMP-RUN-CONTROL-EXIT.
           EXIT.
      *    first range turns over - from here until STAMP-RUN-CONTROL
      *    finalizes it, a second submission of the same date stops
      *    at the top of MAIN instead of racing this one.
      *    the report name off FBRPTID rides on this record and on
      *    the final one, so FBINQURY can say which dataset holds
      *    the night's report.
2050       MARK-RUN-STARTED.
               MOVE SPACES TO WS-REPORT-DSN.
               OPEN INPUT RPTID-FILE.
               IF WS-RPTID-STATUS = "00"
                   READ RPTID-FILE
                       NOT AT END
                           MOVE RI-REPORT-DSN TO WS-REPORT-DSN
                   END-READ
                   CLOSE RPTID-FILE
               END-IF.
               MOVE "RUNNING" TO WS-RUNCTL-NEW-STATE.
               PERFORM WRITE-RUN-STATE THRU WRITE-RUN-STATE-EXIT.

               MOVE SPACES TO RUNCTL-RECORD.
               MOVE WS-BUSINESS-DATE TO RUNCTL-DATE.
               MOVE WS-RUNCTL-NEW-STATE TO RUNCTL-STATE.
               MOVE WS-REPORT-DSN TO RUNCTL-REPORT-DSN.
               ACCEPT RUNCTL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNCTL-STAMP-TIME FROM TIME.
               WRITE RUNCTL-RECORD.
      *    the TOTAL_* fields count just this range and roll into the
      *    grand totals at the bottom.
2200       RUN-ONE-RANGE.
      *    the range's clock starts here and stops after its last
      *    record is written - see WRITE-RANGE-TIMING.
               ACCEPT WS-TM-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-TM-START-TIME FROM TIME.
               MOVE WS-PE-START (WS-RANGE-NUM) TO START_VALUE.
               MOVE WS-PE-TTS (WS-RANGE-NUM) TO TIMES_TO_SIMULATE.
               MOVE "N" TO WS-RESUMED-SWITCH.
                       THRU WRITE-RANGE-MARKER-EXIT
               END-IF.

               PERFORM WRITE-RANGE-TIMING THRU WRITE-RANGE-TIMING-EXIT.

               ADD TOTAL_FIZZ TO WS-GRAND-FIZZ.
               ADD TOTAL_BUZZ TO WS-GRAND-BUZZ.
               ADD TOTAL_FIZZBUZZ TO WS-GRAND-FIZZBUZZ.
      *    so on the ops log - the run never stops over rules, it
      *    just proves which ones it used.
2500       LOAD-RULE-SET.
               OPEN INPUT RULE-FILE.
               IF WS-RULEF-STATUS = "00"
                   PERFORM UNTIL WS-RULEF-EOF
      *    that does not read numeric where it must, is dated after
      *    the business date, or zeroes either core divisor (the
      *    unconditional DIVIDEs in FIZZBUZZ SECTION would abend)
      *    is passed over, never loaded. so is a rule set FBRULMNT
      *    has retired - it stays on the file for the verifier.
2510       LOAD-ONE-RULE-REC.
               IF RF-EFFECTIVE-DATE IS NOT NUMERIC
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               IF RF-RETIRED
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               IF RF-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   GO TO LOAD-ONE-RULE-REC-EXIT
               END-IF.
               MOVE TOTAL_NEITHER TO AL-TOTAL-NEITHER.
               MOVE TOTAL_OTHER TO AL-TOTAL-OTHER.
               MOVE WS-RULESET-ID TO AL-RULESET-ID.
               MOVE WS-ADHOC-COST-CENTER TO AL-COST-CENTER.
               WRITE ADLOG-RECORD.
               CLOSE ADLOG-FILE.

               MOVE TOTAL_OTHER TO RM-TOTAL-OTHER.
               MOVE WS-RECONCILE-FLAG TO RM-RECONCILE-FLAG.
               MOVE WS-RANGE-RC TO RM-RANGE-RC.
               IF WS-CATCH-UP
                   MOVE "CATCHUP" TO RM-RUN-TYPE
               ELSE
                   MOVE "NIGHTLY" TO RM-RUN-TYPE
               END-IF.
               MOVE WS-RULESET-ID TO RM-RULESET-ID.
               MOVE WS-PE-COST-CENTER (WS-RANGE-NUM) TO RM-COST-CENTER.
               MOVE RUNMAST-RECORD TO WS-SEAL-DATA.
               WRITE RUNMAST-RECORD
                   INVALID KEY
                       REWRITE RUNMAST-RECORD
               END-WRITE.
               IF WS-RMAST-STATUS = "00"
                   MOVE "FBRMAST" TO WS-SEAL-FILE
                   MOVE 108 TO WS-SEAL-LEN
                   PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
               END-IF.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " WARNING: FBRMAST write failed - status "
                           WS-RMAST-STATUS UPON TERM

2700       WRITE-RUN-MASTER-EXIT.
           EXIT.

      *-------------
      *    one timing record per range: the stamps RUN-ONE-RANGE
      *    took at its top and here at its bottom, how many numbers
      *    it classified tonight (from the resume point, on a
      *    resumed range) and the elapsed time in hundredths. a
      *    range that finished on the next calendar day crossed
      *    midnight once. a dead FBTIMING only costs the forecast
      *    one night of history - the run carries on, same as a
      *    dead FBMSGLOG.
2800       WRITE-RANGE-TIMING.
               ACCEPT WS-TM-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-TM-END-TIME FROM TIME.

               MOVE WS-TM-START-TIME TO WS-TM-CLOCK-N.
               COMPUTE WS-TM-START-HUND = WS-TM-HH * 360000
                   + WS-TM-MM * 6000 + WS-TM-SS * 100 + WS-TM-HU.
               MOVE WS-TM-END-TIME TO WS-TM-CLOCK-N.
               COMPUTE WS-TM-END-HUND = WS-TM-HH * 360000
                   + WS-TM-MM * 6000 + WS-TM-SS * 100 + WS-TM-HU.
               IF WS-TM-END-DATE NOT = WS-TM-START-DATE
                   ADD 8640000 TO WS-TM-END-HUND
               END-IF.
               IF WS-TM-END-HUND < WS-TM-START-HUND
                   MOVE WS-TM-START-HUND TO WS-TM-END-HUND
               END-IF.

               IF TIMES_TO_SIMULATE > START_VALUE
                   SUBTRACT START_VALUE FROM TIMES_TO_SIMULATE
                       GIVING WS-TM-NUMBERS
               ELSE
                   MOVE 0 TO WS-TM-NUMBERS
               END-IF.

               OPEN EXTEND TIMING-FILE.
               IF WS-TIMING-STATUS NOT = "00"
                   OPEN OUTPUT TIMING-FILE
                   IF WS-TIMING-STATUS NOT = "00"
                       DISPLAY " WARNING: unable to open FBTIMING - "
                               "status " WS-TIMING-STATUS UPON TERM
                       MOVE "FBZ109W" TO WS-MSG-ID
                       MOVE "W" TO WS-MSG-SEV
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "UNABLE TO OPEN FBTIMING - FILE STATUS "
                               DELIMITED BY SIZE
                              WS-TIMING-STATUS DELIMITED BY SIZE
                              " - RANGE TIMING LOST" DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                       GO TO WRITE-RANGE-TIMING-EXIT
                   END-IF
               END-IF.

               MOVE SPACES TO TIMING-RECORD.
               MOVE WS-BUSINESS-DATE TO TM-BUSINESS-DATE.
               MOVE WS-ORIG-START-VALUE TO TM-START-VALUE.
               MOVE TIMES_TO_SIMULATE TO TM-TIMES-TO-SIM.
               MOVE WS-TM-START-DATE TO TM-START-DATE.
               MOVE WS-TM-START-TIME TO TM-START-TIME.
               MOVE WS-TM-END-DATE TO TM-END-DATE.
               MOVE WS-TM-END-TIME TO TM-END-TIME.
               MOVE WS-TM-NUMBERS TO TM-NUMBERS.
               SUBTRACT WS-TM-START-HUND FROM WS-TM-END-HUND
                   GIVING TM-ELAPSED.
               MOVE WS-PE-QUIET (WS-RANGE-NUM) TO TM-QUIET-FLAG.
               WRITE TIMING-RECORD.
               CLOSE TIMING-FILE.

2800       WRITE-RANGE-TIMING-EXIT.
           EXIT.

      *    settles tonight's business date. no FBCATCH card (the
      *    normal night) is today's date off the clock. a catch-up
      *    card names a missed date, or says NEXT (or is left blank)
      *    for the oldest date before today the calendar still shows
      *    PLANNED - so repeated catch-up submissions walk the missed
      *    dates oldest first, one business date per run, each with
      *    its own report, verification and reconciliation. a named
      *    date must be before today and must not jump an older
      *    PLANNED date; anything else stops the run with FBZ310E
      *    before a single file is touched, and a NEXT with nothing
      *    left to catch up stops it with FBZ208I and RC 4 - the
      *    signal to stop resubmitting.
2900       CHECK-CATCH-UP.
               ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
               MOVE WS-CLOCK-DATE TO WS-BUSINESS-DATE.

               OPEN INPUT CATCHUP-FILE.
               IF WS-CATCH-STATUS NOT = "00"
                   GO TO CHECK-CATCH-UP-EXIT
               END-IF.
               READ CATCHUP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CATCH-UP TO TRUE
               END-READ.
               CLOSE CATCHUP-FILE.
               IF NOT WS-CATCH-UP
                   GO TO CHECK-CATCH-UP-EXIT
               END-IF.

               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "00"
                   PERFORM UNTIL WS-RUNCTL-EOF
                       READ RUN-CONTROL-FILE
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               IF RUNCTL-DATE IS NUMERIC
                                   PERFORM NOTE-CATCH-DATE
                                       THRU NOTE-CATCH-DATE-EXIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               END-IF.
      *    CHECK-RUN-CONTROL reads the calendar again from the top.
               MOVE "N" TO WS-RUNCTL-EOF-SWITCH.

               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   IF WS-CAL-STATE (WS-CAL-SUB) = "PLANNED "
                     AND WS-CAL-DATE (WS-CAL-SUB) < WS-CLOCK-DATE
                       ADD 1 TO WS-CATCH-MISSED
                       IF WS-CATCH-OLDEST = 0
                         OR WS-CAL-DATE (WS-CAL-SUB) < WS-CATCH-OLDEST
                           MOVE WS-CAL-DATE (WS-CAL-SUB)
                               TO WS-CATCH-OLDEST
                       END-IF
                   END-IF
               END-PERFORM.

               IF CU-DATE-X = SPACES OR CU-DATE-X = "NEXT"
                   IF WS-CATCH-MISSED = 0
                       DISPLAY " Catch-up requested - no PLANNED date "
                               "before " WS-CLOCK-DATE " left to run"
                               UPON TERM
                       MOVE "FBZ208I" TO WS-MSG-ID
                       MOVE "I" TO WS-MSG-SEV
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING "CATCH-UP REQUESTED - NO PLANNED DATE "
                               DELIMITED BY SIZE
                              "BEFORE " DELIMITED BY SIZE
                              WS-CLOCK-DATE DELIMITED BY SIZE
                              " LEFT TO RUN" DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                       MOVE 4 TO RETURN-CODE
                       SET WS-CATCH-STOP TO TRUE
                       GO TO CHECK-CATCH-UP-EXIT
                   END-IF
                   MOVE WS-CATCH-OLDEST TO WS-BUSINESS-DATE
                   SUBTRACT 1 FROM WS-CATCH-MISSED
                       GIVING WS-CATCH-PENDING
                   GO TO CHECK-CATCH-UP-EXIT
               END-IF.

               MOVE SPACES TO WS-MSG-TEXT.
               IF CU-DATE-X IS NOT NUMERIC
                   STRING "CATCH-UP CARD '" DELIMITED BY SIZE
                          CU-DATE-X DELIMITED BY SIZE
                          "' IS NOT A DATE OR NEXT - RUN STOPPED"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   GO TO CHECK-CATCH-UP-REFUSE
               END-IF.
               IF CU-DATE-N NOT < WS-CLOCK-DATE
                   STRING "CATCH-UP DATE " DELIMITED BY SIZE
                          CU-DATE-N DELIMITED BY SIZE
                          " IS NOT BEFORE TODAY - RUN STOPPED"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   GO TO CHECK-CATCH-UP-REFUSE
               END-IF.
               IF WS-CATCH-OLDEST > 0
                 AND WS-CATCH-OLDEST < CU-DATE-N
                   STRING "CATCH-UP DATE " DELIMITED BY SIZE
                          CU-DATE-N DELIMITED BY SIZE
                          " JUMPS OLDER PLANNED DATE " DELIMITED BY SIZE
                          WS-CATCH-OLDEST DELIMITED BY SIZE
                          " - RUN OLDEST FIRST" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   GO TO CHECK-CATCH-UP-REFUSE
               END-IF.

               MOVE CU-DATE-N TO WS-BUSINESS-DATE.
               MOVE WS-CATCH-MISSED TO WS-CATCH-PENDING.
               IF WS-CATCH-OLDEST = CU-DATE-N
                   SUBTRACT 1 FROM WS-CATCH-PENDING
               END-IF.

      *    nothing is logged as started yet - MAIN still has the
      *    ad-hoc conflict to rule out. LOG-CATCH-UP does it after.
               GO TO CHECK-CATCH-UP-EXIT.

2900       CHECK-CATCH-UP-REFUSE.
               DISPLAY " WARNING: " WS-MSG-TEXT UPON TERM.
               MOVE "FBZ310E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               MOVE 8 TO RETURN-CODE.
               SET WS-CATCH-STOP TO TRUE.

2900       CHECK-CATCH-UP-EXIT.
           EXIT.

      *    one calendar record into the fold - last state per date.
      *    a calendar bigger than the fold keeps its first-seen
      *    dates, which are the oldest - the ones a catch-up wants.
2950       NOTE-CATCH-DATE.
               MOVE 0 TO WS-CAL-HIT.
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                     OR WS-CAL-HIT > 0
                   IF WS-CAL-DATE (WS-CAL-SUB) = RUNCTL-DATE
                       MOVE WS-CAL-SUB TO WS-CAL-HIT
                   END-IF
               END-PERFORM.
               IF WS-CAL-HIT = 0
                   IF WS-CAL-COUNT >= WS-CAL-MAX
                       GO TO NOTE-CATCH-DATE-EXIT
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-COUNT TO WS-CAL-HIT
                   MOVE RUNCTL-DATE TO WS-CAL-DATE (WS-CAL-HIT)
               END-IF.
               MOVE RUNCTL-STATE TO WS-CAL-STATE (WS-CAL-HIT).
2950       NOTE-CATCH-DATE-EXIT.
           EXIT.

      *    the catch-up date is settled - console and ops log say
      *    so, once MAIN has ruled out an ad-hoc list riding with
      *    the catch-up card.
2960       LOG-CATCH-UP.
               DISPLAY " Catch-up run for business date "
                       WS-BUSINESS-DATE " - " WS-CATCH-PENDING
                       " more missed date(s) after it" UPON TERM.
               MOVE "FBZ207I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "CATCH-UP RUN FOR BUSINESS DATE "
                       DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      " RUN ON " DELIMITED BY SIZE
                      WS-CLOCK-DATE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-CATCH-PENDING DELIMITED BY SIZE
                      " MORE MISSED DATES PENDING" DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.

2960       LOG-CATCH-UP-EXIT.
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
3000       CHECK-AUTHORIZATION.
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

3000       CHECK-AUTHORIZATION-REFUSE.
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
3000       CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *-------------
      *    only this override's records are kept. more than the
      *    table holds for one target means somebody is approving
      *    in a loop - the oldest are kept, the rest passed over.
3050       NOTE-AUTH-RECORD.
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
3050       NOTE-AUTH-RECORD-EXIT.
           EXIT.

      *-------------
      *    one gathered approval against the three rules. the
      *    reason kept is the last one met, so a refusal says what
      *    was actually wrong with what was on file.
3060       CHECK-AUTH-ENTRY.
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
3060       CHECK-AUTH-ENTRY-EXIT.
           EXIT.

      *-------------
      *    extends the seal chain of one file by the record just
      *    written. the caller sets WS-SEAL-FILE, the record image in
      *    WS-SEAL-DATA and its length in WS-SEAL-LEN. the entry goes
      *    on the end of FBSEAL with the record's check value worked
      *    from the last one for that file, and the first 32 bytes
      *    of the record so a reader can tell which one it was. a
      *    seal that cannot be written costs nothing tonight but
      *    shows up as a break on the next FBSEALCK - which is the
      *    point, so it is a warning here, not a stop.
3100       SEAL-ONE-RECORD.
               IF NOT WS-SEAL-LOADED
                   PERFORM LOAD-SEAL-TIPS THRU LOAD-SEAL-TIPS-EXIT
               END-IF.
               EVALUATE WS-SEAL-FILE
                   WHEN "FBRMAST"
                       MOVE WS-SEAL-TIP-RMAST TO WS-SEAL-VALUE
                   WHEN "FBHIST"
                       MOVE WS-SEAL-TIP-HIST TO WS-SEAL-VALUE
                   WHEN OTHER
                       MOVE WS-SEAL-TIP-XTRC TO WS-SEAL-VALUE
               END-EVALUATE.
               PERFORM SEAL-CHECK-VALUE THRU SEAL-CHECK-VALUE-EXIT.

               OPEN EXTEND SEAL-FILE.
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF.
               IF WS-SEAL-STATUS NOT = "00"
                   DISPLAY " WARNING: unable to open FBSEAL - "
                           "status " WS-SEAL-STATUS UPON TERM
                   MOVE "FBZ110W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "UNABLE TO OPEN FBSEAL - FILE STATUS "
                           DELIMITED BY SIZE
                          WS-SEAL-STATUS DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-SEAL-FILE DELIMITED BY SPACE
                          " RECORD NOT SEALED" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   GO TO SEAL-ONE-RECORD-EXIT
               END-IF.

               MOVE SPACES TO SEAL-RECORD.
               MOVE WS-SEAL-FILE TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FIZZBUZZ" TO SL-PROGRAM.
               MOVE WS-SEAL-VALUE TO SL-CHAIN.
               MOVE WS-SEAL-DATA (1:32) TO SL-KEY.
               WRITE SEAL-RECORD.
               CLOSE SEAL-FILE.

               EVALUATE WS-SEAL-FILE
                   WHEN "FBRMAST"
                       MOVE WS-SEAL-VALUE TO WS-SEAL-TIP-RMAST
                   WHEN "FBHIST"
                       MOVE WS-SEAL-VALUE TO WS-SEAL-TIP-HIST
                   WHEN OTHER
                       MOVE WS-SEAL-VALUE TO WS-SEAL-TIP-XTRC
               END-EVALUATE.

3100       SEAL-ONE-RECORD-EXIT.
           EXIT.

      *-------------
      *    one pass over FBSEAL for the last check value of each
      *    file. a RESEAL entry starts its file's chain over from
      *    zero. no seal file yet (status 35) is a chain of nothing.
3150       LOAD-SEAL-TIPS.
               MOVE "Y" TO WS-SEAL-LOADED-SWITCH.
               OPEN INPUT SEAL-FILE.
               IF WS-SEAL-STATUS NOT = "00"
                   GO TO LOAD-SEAL-TIPS-EXIT
               END-IF.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           MOVE "Y" TO WS-SEAL-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-SEAL-TIP
                               THRU NOTE-SEAL-TIP-EXIT
                   END-READ
               END-PERFORM.
               CLOSE SEAL-FILE.

3150       LOAD-SEAL-TIPS-EXIT.
           EXIT.

      *-------------
3160       NOTE-SEAL-TIP.
               IF SL-RESEAL
                   MOVE SL-RESEAL-OF TO SL-FILE
                   MOVE 0 TO SL-CHAIN
               END-IF.
               IF SL-CHAIN IS NOT NUMERIC
                   GO TO NOTE-SEAL-TIP-EXIT
               END-IF.
               EVALUATE SL-FILE
                   WHEN "FBRMAST"
                       MOVE SL-CHAIN TO WS-SEAL-TIP-RMAST
                   WHEN "FBHIST"
                       MOVE SL-CHAIN TO WS-SEAL-TIP-HIST
                   WHEN "FBXTRCT"
                       MOVE SL-CHAIN TO WS-SEAL-TIP-XTRC
               END-EVALUATE.
3160       NOTE-SEAL-TIP-EXIT.
           EXIT.

      *-------------
      *    the check value itself - WS-SEAL-VALUE comes in as the
      *    previous record's value and goes out as this one's. each
      *    byte in turn: value times 263, plus the byte's code, plus
      *    its position, kept below the prime 999999937. this exact
      *    arithmetic is repeated in every program that seals or
      *    checks the seal (see copylib/FBSEALR.cpy) - change one,
      *    change them all, or every chain on file breaks.
3170       SEAL-CHECK-VALUE.
               PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
                   MOVE WS-SEAL-DATA (WS-SEAL-POS:1) TO WS-SEAL-BYTE
                   COMPUTE WS-SEAL-WORK = WS-SEAL-VALUE * 263
                       + WS-SEAL-BYTE-N + WS-SEAL-POS
                   DIVIDE WS-SEAL-WORK BY 999999937
                       GIVING WS-SEAL-QUOT REMAINDER WS-SEAL-VALUE
               END-PERFORM.

3170       SEAL-CHECK-VALUE-EXIT.
           EXIT.
