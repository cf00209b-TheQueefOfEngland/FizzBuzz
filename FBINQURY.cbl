      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:historical number inquiry - "what did number N come
      *         out as on date D, and why". the business users ask
      *         this every week ("was 45 FIZZBUZZ on the 3rd?") and
      *         the only answer used to be finding that night's
      *         report dataset and scrolling it. given inquiry cards
      *         of number + business date, this program finds the
      *         run on the keyed run master whose range covered the
      *         number that date, looks the run's rule set up BY ID
      *         on the rule file (the verifier's lookup - retired
      *         sets included), re-classifies the number under
      *         exactly those rules, and prints the answer, the
      *         labels that fired, the divisors behind them, and the
      *         run and report dataset it came from - the name the
      *         run recorded on the calendar, never one rebuilt from
      *         the date. a number no run covered, or a run that
      *         was backed out, is reported as such - this program
      *         never guesses.
      ******************************************************************

      *    inquiry cards on FBIQPARM, one question per card:
      *      cols  1- 8  the number, zero-filled
      *      cols 10-17  the business date YYYYMMDD
      *
      *    a run covers a number when START <= number <
      *    TIMES-TO-SIMULATE - the same bounds RUN-ONE-RANGE counts
      *    between. if a force-flag rerun covered it too, the LATEST
      *    run of the date answers (it is the one whose numbers
      *    stand) and the report says how many others also did.
      *
      *    when no live run covers the number, the backout audit
      *    file is searched for a removed run-master image that did
      *    - "backed out" is an answer, "not covered" is another,
      *    and the last calendar state for the date is printed with
      *    either so the reader can see why.
      *
      *    return codes: 0 every card answered from a covering run,
      *    4 one or more cards not covered, backed out, unreadable,
      *    or run under a rule set that is no longer on FBRULEF -
      *    read FBIQRPT, 12 FBRMAST or the report would not open.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBINQURY.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the inquiry cards.
           SELECT IQPARM-FILE ASSIGN TO "FBIQPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IQPARM-STATUS.

      *    the keyed run master - read in key order, which is
      *    business-date order, once per inquiry. see
      *    copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    the effective-dated rule file - looked up by id, never
      *    by date. see copylib/FBRULEF.cpy.
           SELECT RULE-FILE ASSIGN TO "FBRULEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULEF-STATUS.

      *    FBBACKUT's audit file - every run-master record it ever
      *    removed is on it as an RMST= image.
           SELECT AUDIT-FILE ASSIGN TO "FBBKAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    the run calendar - the last state for the date explains
      *    an uncovered number. see copylib/FBRUNCTL.cpy.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FBRUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *    the inquiry report - one block of lines per card.
           SELECT INQUIRY-REPORT ASSIGN TO "FBIQRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IQRPT-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  IQPARM-FILE.
       01  IQPARM-RECORD.
           05  IQ-NUMBER-X                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  IQ-DATE-X                       PIC X(08).
           05  FILLER                          PIC X(63).

       FD  RUNMAST-FILE.
       COPY FBRMASTR.

       FD  RULE-FILE.
       COPY FBRULEF.

      *    the backout audit record: a 5-byte tag in front of the
      *    image it carries. an RMST= record carries the removed
      *    run-master record, so its key falls at column 6; the
      *    BKOUT header in front of each backout carries the stamp
      *    of when it was done.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  BA-TAG                          PIC X(05).
           05  BA-RUN-DATE                     PIC X(08).
           05  BA-RUN-TIME                     PIC X(08).
           05  BA-START                        PIC X(08).
           05  BA-TTS                          PIC X(08).
           05  FILLER                          PIC X(103).
       01  AUDIT-HEADER-RECORD.
           05  BH-TAG                          PIC X(06).
           05  BH-STAMP-DATE                   PIC X(08).
           05  FILLER                          PIC X(126).

       FD  RUN-CONTROL-FILE.
       COPY FBRUNCTL.

       FD  INQUIRY-REPORT.
       01  INQUIRY-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-IQPARM-STATUS        PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-RULEF-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       77  WS-IQRPT-STATUS         PIC X(02) VALUE "00".

       77  WS-IQPARM-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-IQPARM-EOF                   VALUE "Y".
       77  WS-RMAST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RMAST-EOF                    VALUE "Y".
       77  WS-RULEF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RULEF-EOF                    VALUE "Y".
       77  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-AUDIT-EOF                    VALUE "Y".
       77  WS-RUNCTL-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-RUNCTL-EOF                   VALUE "Y".

      *    the same rules table the main program classifies with.
      *    the compiled VALUES are the DEFAULT rule set; the copy
      *    saved below puts them back before every lookup, so one
      *    card's rule set never leaks into the next card's answer.
       COPY FBRULES.
       77  WS-DEFAULT-RULES        PIC X(65).
       77  WS-RULESET-WANTED       PIC X(08).
       77  WS-RULESET-HIT-SWITCH   PIC X(01) VALUE "N".
           88  WS-RULESET-HIT                  VALUE "Y".
       77  WS-RULESET-EFFECTIVE    PIC 9(08) VALUE 0.
       77  WS-RULESET-STATE        PIC X(08) VALUE SPACES.
       77  WS-RULE-SUB             PIC 9(02).

      *    the question off the card.
       77  WS-IQ-NUMBER            PIC 9(08).
       77  WS-IQ-DATE              PIC 9(08).

      *    the covering run - the latest one of the date wins.
       77  WS-RUN-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  WS-RUN-FOUND                    VALUE "Y".
       77  WS-OTHER-RUNS           PIC 9(04) VALUE 0.
       77  WS-HIT-TIME             PIC 9(08).
       77  WS-HIT-START            PIC 9(08).
       77  WS-HIT-TTS              PIC 9(08).
       77  WS-HIT-RECONCILE        PIC X(10).
       77  WS-HIT-RANGE-RC         PIC 9(04).
       77  WS-HIT-RUN-TYPE         PIC X(08).
       77  WS-HIT-RULESET          PIC X(08).

      *    a backed-out run that covered the number, off FBBKAUD.
       77  WS-BACKOUT-SWITCH       PIC X(01) VALUE "N".
           88  WS-BACKED-OUT                   VALUE "Y".
       77  WS-BK-STAMP             PIC X(08) VALUE SPACES.
       77  WS-BK-LAST-STAMP        PIC X(08) VALUE SPACES.
       77  WS-BK-TIME              PIC X(08).
       77  WS-BK-START             PIC 9(08).
       77  WS-BK-TTS               PIC 9(08).
       77  WS-BK-START-N           PIC 9(08).
       77  WS-BK-TTS-N             PIC 9(08).

      *    the date's last state on the calendar.
       77  WS-CAL-STATE            PIC X(08).

      *    the covering run's report, as that run recorded it on the
      *    calendar - see FIND-REPORT-DSN.
       77  WS-RPT-DSN              PIC X(44).
       77  WS-RPT-DECIDED-SWITCH   PIC X(01) VALUE "N".
           88  WS-RPT-DECIDED                  VALUE "Y".
       77  WS-HIT-STAMP            PIC 9(16).
       77  WS-CTL-STAMP            PIC 9(16).

      *    classification work fields - the FIZZBUZZ SECTION and
      *    CHECK-EXTRA-RULE arithmetic, plus the labels that fired
      *    and the bucket the run's totals counted the number in.
       77  WS-QUOTIENT             PIC 9(08).
       77  WS-REST1                PIC 9(03).
       77  WS-REST2                PIC 9(03).
       77  WS-EXTRA-REMAINDER      PIC 9(03).
       77  WS-RESULT-TEXT          PIC X(60).
       77  WS-RESULT-PTR           PIC 9(03).
       77  WS-FIRED-TEXT           PIC X(90).
       77  WS-FIRED-PTR            PIC 9(03).
       77  WS-BUCKET               PIC X(08).
       77  WS-RULES-TEXT           PIC X(90).
       77  WS-RULES-PTR            PIC 9(03).

      *    run tallies for the summary.
       77  WS-CARDS-READ           PIC 9(04) VALUE 0.
       77  WS-CARDS-ANSWERED       PIC 9(04) VALUE 0.
       77  WS-CARDS-UNCOVERED      PIC 9(04) VALUE 0.
       77  WS-CARDS-BACKED-OUT     PIC 9(04) VALUE 0.
       77  WS-CARDS-NO-RULES       PIC 9(04) VALUE 0.
       77  WS-CARDS-BAD            PIC 9(04) VALUE 0.

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNT-DISP2          PIC Z(7)9.
       77  WS-NOW-DATE             PIC 9(08).
       77  WS-NOW-TIME             PIC 9(08).


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               MOVE FB-RULE-TABLE-DATA TO WS-DEFAULT-RULES.

               OPEN OUTPUT INQUIRY-REPORT.
               IF WS-IQRPT-STATUS NOT = "00"
                   DISPLAY " FBINQURY: unable to open FBIQRPT - "
                           "status " WS-IQRPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

      *    an inquiry against a run master that is not there has
      *    no honest answer at all - stop rather than report every
      *    number "not covered".
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " FBINQURY: unable to open FBRMAST - "
                           "status " WS-RMAST-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.
               CLOSE RUNMAST-FILE.

               PERFORM WRITE-HEADINGS THRU WRITE-HEADINGS-EXIT.

               OPEN INPUT IQPARM-FILE.
               IF WS-IQPARM-STATUS NOT = "00"
                   DISPLAY " FBINQURY: no FBIQPARM cards - nothing "
                           "to answer" UPON TERM
                   GO TO MAIN-SUMMARY
               END-IF.
               PERFORM UNTIL WS-IQPARM-EOF
                   READ IQPARM-FILE
                       AT END
                           SET WS-IQPARM-EOF TO TRUE
                       NOT AT END
                           PERFORM ANSWER-INQUIRY
                               THRU ANSWER-INQUIRY-EXIT
                   END-READ
               END-PERFORM.
               CLOSE IQPARM-FILE.

0000       MAIN-SUMMARY.
               PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.
               IF RETURN-CODE = 0
                 AND WS-CARDS-ANSWERED NOT = WS-CARDS-READ
                   MOVE 4 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-IQRPT-STATUS = "00"
                   CLOSE INQUIRY-REPORT
               END-IF.
               DISPLAY " FBINQURY complete - cards " WS-CARDS-READ
                       " answered " WS-CARDS-ANSWERED
                       " not covered " WS-CARDS-UNCOVERED
                       " backed out " WS-CARDS-BACKED-OUT UPON TERM.
           STOP RUN.

      *-------------
1000       WRITE-HEADINGS.
               MOVE SPACES TO INQUIRY-RECORD.
               STRING "FIZZBUZZ HISTORICAL NUMBER INQUIRY - RUN "
                       DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.
               MOVE SPACES TO INQUIRY-RECORD.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.
1000       WRITE-HEADINGS-EXIT.
           EXIT.

      *-------------
      *    one card, one answer block. the card must read numeric
      *    or it is reported and skipped - an inquiry aimed at the
      *    wrong number is worse than none.
1100       ANSWER-INQUIRY.
               ADD 1 TO WS-CARDS-READ.
               IF IQ-NUMBER-X IS NOT NUMERIC
                 OR IQ-DATE-X IS NOT NUMERIC
                   ADD 1 TO WS-CARDS-BAD
                   MOVE SPACES TO INQUIRY-RECORD
                   STRING "INQUIRY  CARD " DELIMITED BY SIZE
                          IQPARM-RECORD (1:17) DELIMITED BY SIZE
                          " DOES NOT READ - NUMBER COLS 1-8 AND "
                           DELIMITED BY SIZE
                          "DATE COLS 10-17 MUST BE NUMERIC"
                           DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT
                   GO TO ANSWER-INQUIRY-BLANK
               END-IF.
               MOVE IQ-NUMBER-X TO WS-IQ-NUMBER.
               MOVE IQ-DATE-X TO WS-IQ-DATE.

               MOVE SPACES TO INQUIRY-RECORD.
               STRING "INQUIRY  NUMBER " DELIMITED BY SIZE
                      WS-IQ-NUMBER DELIMITED BY SIZE
                      "  BUSINESS DATE " DELIMITED BY SIZE
                      WS-IQ-DATE DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.

               PERFORM FIND-COVERING-RUN
                   THRU FIND-COVERING-RUN-EXIT.
               IF RETURN-CODE = 12
                   GO TO ANSWER-INQUIRY-EXIT
               END-IF.
               IF NOT WS-RUN-FOUND
                   PERFORM FIND-BACKED-OUT-RUN
                       THRU FIND-BACKED-OUT-RUN-EXIT
                   PERFORM FIND-CALENDAR-STATE
                       THRU FIND-CALENDAR-STATE-EXIT
                   PERFORM WRITE-NO-RUN-ANSWER
                       THRU WRITE-NO-RUN-ANSWER-EXIT
                   GO TO ANSWER-INQUIRY-BLANK
               END-IF.

               MOVE WS-HIT-RULESET TO WS-RULESET-WANTED.
               PERFORM LOAD-RULE-SET THRU LOAD-RULE-SET-EXIT.
               IF WS-RULESET-HIT
                   PERFORM CLASSIFY-NUMBER THRU CLASSIFY-NUMBER-EXIT
                   ADD 1 TO WS-CARDS-ANSWERED
               ELSE
                   ADD 1 TO WS-CARDS-NO-RULES
               END-IF.
               PERFORM WRITE-RUN-ANSWER THRU WRITE-RUN-ANSWER-EXIT.

1100       ANSWER-INQUIRY-BLANK.
               MOVE SPACES TO INQUIRY-RECORD.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.
1100       ANSWER-INQUIRY-EXIT.
           EXIT.

      *-------------
      *    one pass of the run master in key order. records before
      *    the date are skipped, the first record after it ends the
      *    pass. every run of the date whose range covered the
      *    number is counted; the one with the latest run time is
      *    kept - a force-flag rerun supersedes what it reran.
1200       FIND-COVERING-RUN.
               MOVE "N" TO WS-RUN-FOUND-SWITCH.
               MOVE "N" TO WS-RMAST-EOF-SWITCH.
               MOVE 0 TO WS-OTHER-RUNS.
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " FBINQURY: unable to open FBRMAST - "
                           "status " WS-RMAST-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO FIND-COVERING-RUN-EXIT
               END-IF.
               PERFORM UNTIL WS-RMAST-EOF
                   READ RUNMAST-FILE
                       AT END
                           SET WS-RMAST-EOF TO TRUE
                       NOT AT END
                           IF RM-RUN-DATE > WS-IQ-DATE
                               SET WS-RMAST-EOF TO TRUE
                           ELSE
                               PERFORM CHECK-ONE-RUN
                                   THRU CHECK-ONE-RUN-EXIT
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RUNMAST-FILE.
1200       FIND-COVERING-RUN-EXIT.
           EXIT.

      *-------------
1250       CHECK-ONE-RUN.
               IF RM-RUN-DATE NOT = WS-IQ-DATE
                 OR RM-START-VALUE > WS-IQ-NUMBER
                 OR RM-TIMES-TO-SIM NOT > WS-IQ-NUMBER
                   GO TO CHECK-ONE-RUN-EXIT
               END-IF.
               IF WS-RUN-FOUND
                   ADD 1 TO WS-OTHER-RUNS
               END-IF.
               SET WS-RUN-FOUND TO TRUE.
               MOVE RM-RUN-TIME TO WS-HIT-TIME.
               MOVE RM-START-VALUE TO WS-HIT-START.
               MOVE RM-TIMES-TO-SIM TO WS-HIT-TTS.
               MOVE RM-RECONCILE-FLAG TO WS-HIT-RECONCILE.
               MOVE RM-RANGE-RC TO WS-HIT-RANGE-RC.
               MOVE RM-RUN-TYPE TO WS-HIT-RUN-TYPE.
               MOVE RM-RULESET-ID TO WS-HIT-RULESET.
1250       CHECK-ONE-RUN-EXIT.
           EXIT.

      *-------------
      *    the backout audit, for a run of the date that covered
      *    the number and was removed. no audit file means nothing
      *    was ever backed out. the stamp comes off the BKOUT
      *    header the removed image sits under.
1300       FIND-BACKED-OUT-RUN.
               MOVE "N" TO WS-BACKOUT-SWITCH.
               MOVE "N" TO WS-AUDIT-EOF-SWITCH.
               MOVE SPACES TO WS-BK-LAST-STAMP.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   GO TO FIND-BACKED-OUT-RUN-EXIT
               END-IF.
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-BACKOUT
                               THRU CHECK-ONE-BACKOUT-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-FILE.
1300       FIND-BACKED-OUT-RUN-EXIT.
           EXIT.

      *-------------
1350       CHECK-ONE-BACKOUT.
               IF BH-TAG = "BKOUT "
                   MOVE BH-STAMP-DATE TO WS-BK-LAST-STAMP
                   GO TO CHECK-ONE-BACKOUT-EXIT
               END-IF.
               IF BA-TAG NOT = "RMST="
                 OR BA-RUN-DATE IS NOT NUMERIC
                 OR BA-START IS NOT NUMERIC
                 OR BA-TTS IS NOT NUMERIC
                   GO TO CHECK-ONE-BACKOUT-EXIT
               END-IF.
               IF BA-RUN-DATE NOT = IQ-DATE-X
                   GO TO CHECK-ONE-BACKOUT-EXIT
               END-IF.
               MOVE BA-START TO WS-BK-START-N.
               MOVE BA-TTS TO WS-BK-TTS-N.
               IF WS-BK-START-N > WS-IQ-NUMBER
                 OR WS-BK-TTS-N NOT > WS-IQ-NUMBER
                   GO TO CHECK-ONE-BACKOUT-EXIT
               END-IF.
               SET WS-BACKED-OUT TO TRUE.
               MOVE WS-BK-LAST-STAMP TO WS-BK-STAMP.
               MOVE BA-RUN-TIME TO WS-BK-TIME.
               MOVE WS-BK-START-N TO WS-BK-START.
               MOVE WS-BK-TTS-N TO WS-BK-TTS.
1350       CHECK-ONE-BACKOUT-EXIT.
           EXIT.

      *-------------
      *    the last state the calendar holds for the date - the
      *    calendar is append-only, so the last record wins.
1400       FIND-CALENDAR-STATE.
               MOVE "NONE" TO WS-CAL-STATE.
               MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS NOT = "00"
                   GO TO FIND-CALENDAR-STATE-EXIT
               END-IF.
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNCTL-DATE = WS-IQ-DATE
                               MOVE RUNCTL-STATE TO WS-CAL-STATE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RUN-CONTROL-FILE.
1400       FIND-CALENDAR-STATE-EXIT.
           EXIT.

      *-------------
      *    the covering run's report name, off the calendar. the
      *    run stamps its FBRPTID name on its RUNNING record and its
      *    final one; the run-master stamp falls between the two. so
      *    the first named record stamped at or after the run-master
      *    stamp decides it: COMPLETE or FAILED is this run's own
      *    end and its name stands, RUNNING is the NEXT run starting
      *    (this one never finalized) and nothing is claimed - a
      *    RUNNING stamped in the very same tick is this run's own
      *    start, a short run being quicker than the clock. no
      *    named record after it - a run from before the calendar
      *    carried names - leaves the name blank too.
1450       FIND-REPORT-DSN.
               MOVE SPACES TO WS-RPT-DSN.
               MOVE "N" TO WS-RPT-DECIDED-SWITCH.
               MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
               COMPUTE WS-HIT-STAMP = WS-IQ-DATE * 100000000
                   + WS-HIT-TIME.
               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS NOT = "00"
                   GO TO FIND-REPORT-DSN-EXIT
               END-IF.
               PERFORM UNTIL WS-RUNCTL-EOF OR WS-RPT-DECIDED
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RUNCTL-REPORT-DSN NOT = SPACES
                             AND RUNCTL-STAMP-DATE IS NUMERIC
                             AND RUNCTL-STAMP-TIME IS NUMERIC
                               COMPUTE WS-CTL-STAMP =
                                   RUNCTL-STAMP-DATE * 100000000
                                   + RUNCTL-STAMP-TIME
                               IF WS-CTL-STAMP > WS-HIT-STAMP
                                 OR (WS-CTL-STAMP = WS-HIT-STAMP
                                   AND RUNCTL-STATE NOT = "RUNNING")
                                   SET WS-RPT-DECIDED TO TRUE
                                   IF RUNCTL-STATE = "COMPLETE"
                                     OR RUNCTL-STATE = "FAILED"
                                       MOVE RUNCTL-REPORT-DSN
                                           TO WS-RPT-DSN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RUN-CONTROL-FILE.
1450       FIND-REPORT-DSN-EXIT.
           EXIT.

      *-------------
      *    the rule set the run stamped, looked up BY ID the way
      *    FBVERIFY does it - retired sets included, last matching
      *    record wins, DEFAULT is the compiled table. the table is
      *    put back to DEFAULT first so nothing carries over from
      *    the card before.
1500       LOAD-RULE-SET.
               MOVE WS-DEFAULT-RULES TO FB-RULE-TABLE-DATA.
               MOVE "N" TO WS-RULESET-HIT-SWITCH.
               MOVE 0 TO WS-RULESET-EFFECTIVE.
               MOVE SPACES TO WS-RULESET-STATE.
               IF WS-RULESET-WANTED = "DEFAULT"
                   SET WS-RULESET-HIT TO TRUE
                   MOVE "COMPILED" TO WS-RULESET-STATE
                   GO TO LOAD-RULE-SET-EXIT
               END-IF.
               MOVE "N" TO WS-RULEF-EOF-SWITCH.
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
1500       LOAD-RULE-SET-EXIT.
           EXIT.

      *-------------
      *    the verifier's guards: a record the main program would
      *    never have classified under is never answered under.
1550       LOAD-ONE-RULE-REC.
               IF RF-RULESET-ID NOT = WS-RULESET-WANTED
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

               SET WS-RULESET-HIT TO TRUE.
               MOVE RF-EFFECTIVE-DATE TO WS-RULESET-EFFECTIVE.
               IF RF-RETIRED
                   MOVE "RETIRED" TO WS-RULESET-STATE
               ELSE
                   MOVE "ACTIVE" TO WS-RULESET-STATE
               END-IF.
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 5
                   MOVE RF-DIVISOR (WS-RULE-SUB)
                       TO FB-RULE-DIVISOR (WS-RULE-SUB)
                   MOVE RF-LABEL (WS-RULE-SUB)
                       TO FB-RULE-LABEL (WS-RULE-SUB)
               END-PERFORM.
1550       LOAD-ONE-RULE-REC-EXIT.
           EXIT.

      *-------------
      *    the number re-classified exactly as FIZZBUZZ SECTION did
      *    it - the same report text, and the same bucket the run's
      *    totals counted it in - with a note of every label that
      *    fired and the divisor that fired it.
1600       CLASSIFY-NUMBER.
               MOVE SPACES TO WS-RESULT-TEXT WS-FIRED-TEXT.
               MOVE 1 TO WS-RESULT-PTR WS-FIRED-PTR.

               DIVIDE WS-IQ-NUMBER BY FB-RULE-DIVISOR (1)
                   GIVING WS-QUOTIENT REMAINDER WS-REST1.
               DIVIDE WS-IQ-NUMBER BY FB-RULE-DIVISOR (2)
                   GIVING WS-QUOTIENT REMAINDER WS-REST2.

               EVALUATE WS-REST1 ALSO WS-REST2
                   WHEN 0 ALSO 0
                       MOVE "FIZZBUZZ" TO WS-BUCKET
                       STRING FB-RULE-LABEL (1) DELIMITED BY SPACE
                              FB-RULE-LABEL (2) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                       MOVE 1 TO WS-RULE-SUB
                       PERFORM NOTE-FIRED-RULE
                           THRU NOTE-FIRED-RULE-EXIT
                       MOVE 2 TO WS-RULE-SUB
                       PERFORM NOTE-FIRED-RULE
                           THRU NOTE-FIRED-RULE-EXIT
                   WHEN 0 ALSO NOT 0
                       MOVE "FIZZ" TO WS-BUCKET
                       STRING FB-RULE-LABEL (1) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                       MOVE 1 TO WS-RULE-SUB
                       PERFORM NOTE-FIRED-RULE
                           THRU NOTE-FIRED-RULE-EXIT
                   WHEN NOT 0 ALSO 0
                       MOVE "BUZZ" TO WS-BUCKET
                       STRING FB-RULE-LABEL (2) DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                       MOVE 2 TO WS-RULE-SUB
                       PERFORM NOTE-FIRED-RULE
                           THRU NOTE-FIRED-RULE-EXIT
                   WHEN NOT 0 ALSO NOT 0
                       MOVE "NEITHER" TO WS-BUCKET
                       STRING WS-IQ-NUMBER DELIMITED BY SIZE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
               END-EVALUATE.

               PERFORM CHECK-EXTRA-RULE THRU CHECK-EXTRA-RULE-EXIT
                   VARYING FB-RULE-IDX FROM 3 BY 1
                   UNTIL FB-RULE-IDX > FB-RULE-COUNT.

               IF WS-FIRED-PTR = 1
                   MOVE "NONE - NO DIVISOR DIVIDES IT" TO WS-FIRED-TEXT
               END-IF.
1600       CLASSIFY-NUMBER-EXIT.
           EXIT.

      *-------------
      *    the house-rule add-ons, same gate and same leading space
      *    as the main program's CHECK-EXTRA-RULE.
1650       CHECK-EXTRA-RULE.
               IF FB-RULE-DIVISOR (FB-RULE-IDX) NOT = 0
                   DIVIDE WS-IQ-NUMBER BY FB-RULE-DIVISOR (FB-RULE-IDX)
                       GIVING WS-QUOTIENT
                       REMAINDER WS-EXTRA-REMAINDER
                   IF WS-EXTRA-REMAINDER = 0
                       STRING " " DELIMITED BY SIZE
                              FB-RULE-LABEL (FB-RULE-IDX)
                               DELIMITED BY SPACE
                           INTO WS-RESULT-TEXT
                           WITH POINTER WS-RESULT-PTR
                       END-STRING
                       SET WS-RULE-SUB TO FB-RULE-IDX
                       PERFORM NOTE-FIRED-RULE
                           THRU NOTE-FIRED-RULE-EXIT
                   END-IF
               END-IF.
1650       CHECK-EXTRA-RULE-EXIT.
           EXIT.

      *-------------
1700       NOTE-FIRED-RULE.
               STRING FB-RULE-LABEL (WS-RULE-SUB) DELIMITED BY SPACE
                      " (RULE " DELIMITED BY SIZE
                      WS-RULE-SUB DELIMITED BY SIZE
                      ", DIVISOR " DELIMITED BY SIZE
                      FB-RULE-DIVISOR (WS-RULE-SUB) DELIMITED BY SIZE
                      ")  " DELIMITED BY SIZE
                   INTO WS-FIRED-TEXT
                   WITH POINTER WS-FIRED-PTR
               END-STRING.
1700       NOTE-FIRED-RULE-EXIT.
           EXIT.

      *-------------
      *    the answer block for a covering run - the classification
      *    when its rule set could be produced, a plain statement
      *    when it could not, and the run and report either way.
1800       WRITE-RUN-ANSWER.
               MOVE SPACES TO INQUIRY-RECORD.
               IF WS-RULESET-HIT
                   STRING "  ANSWER    " DELIMITED BY SIZE
                          WS-BUCKET DELIMITED BY SIZE
                          "  REPORTED AS  " DELIMITED BY SIZE
                          WS-RESULT-TEXT DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
               ELSE
                   STRING "  ANSWER    NOT CLASSIFIED - RULE SET "
                           DELIMITED BY SIZE
                          WS-HIT-RULESET DELIMITED BY SIZE
                          " THE RUN USED IS NOT ON FBRULEF"
                           DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.

               IF WS-RULESET-HIT
                   MOVE SPACES TO INQUIRY-RECORD
                   STRING "  FIRED     " DELIMITED BY SIZE
                          WS-FIRED-TEXT DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT

                   MOVE SPACES TO INQUIRY-RECORD
                   STRING "  RULE SET  " DELIMITED BY SIZE
                          WS-HIT-RULESET DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-RULESET-STATE DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   IF WS-RULESET-EFFECTIVE NOT = 0
                       MOVE "  EFFECTIVE " TO INQUIRY-RECORD (31:12)
                       MOVE WS-RULESET-EFFECTIVE
                           TO INQUIRY-RECORD (43:8)
                   END-IF
                   PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT

                   MOVE SPACES TO WS-RULES-TEXT
                   MOVE 1 TO WS-RULES-PTR
                   PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > 5
                       IF FB-RULE-DIVISOR (WS-RULE-SUB) NOT = 0
                           STRING FB-RULE-DIVISOR (WS-RULE-SUB)
                                   DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  FB-RULE-LABEL (WS-RULE-SUB)
                                   DELIMITED BY SPACE
                                  "   " DELIMITED BY SIZE
                               INTO WS-RULES-TEXT
                               WITH POINTER WS-RULES-PTR
                           END-STRING
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO INQUIRY-RECORD
                   STRING "  DIVISORS  " DELIMITED BY SIZE
                          WS-RULES-TEXT DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT
               END-IF.

               MOVE WS-HIT-START TO WS-COUNT-DISP.
               MOVE WS-HIT-TTS TO WS-COUNT-DISP2.
               MOVE SPACES TO INQUIRY-RECORD.
               STRING "  RUN       " DELIMITED BY SIZE
                      WS-IQ-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HIT-TIME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-HIT-RUN-TYPE DELIMITED BY SIZE
                      "  START " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "  TIMES_TO_SIMULATE " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  RC " DELIMITED BY SIZE
                      WS-HIT-RANGE-RC DELIMITED BY SIZE
                      "  RECONCILE " DELIMITED BY SIZE
                      WS-HIT-RECONCILE DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.

      *    a catch-up writes a REPORT.CATCHUP generation, not a
      *    dated dataset - the generation to look in is the one whose
      *    header carries the business date. anything else prints
      *    the name the run recorded, or says none was.
               MOVE SPACES TO INQUIRY-RECORD.
               IF WS-HIT-RUN-TYPE = "CATCHUP"
                   STRING "  REPORT    CATCH-UP REPORT - SEE FBCATCH: "
                           DELIMITED BY SIZE
                          "THE APPL.FIZZBUZZ.REPORT.CATCHUP "
                           DELIMITED BY SIZE
                          "GENERATION DATED " DELIMITED BY SIZE
                          WS-IQ-DATE DELIMITED BY SIZE
                          " ON ITS HEADER" DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
               ELSE
                   PERFORM FIND-REPORT-DSN THRU FIND-REPORT-DSN-EXIT
                   IF WS-RPT-DSN NOT = SPACES
                       STRING "  REPORT    " DELIMITED BY SIZE
                              WS-RPT-DSN DELIMITED BY SPACE
                           INTO INQUIRY-RECORD
                       END-STRING
                   ELSE
                       STRING "  REPORT    NOT RECORDED FOR THIS RUN"
                               DELIMITED BY SIZE
                              " - NO REPORT NAME ON THE CALENDAR"
                               DELIMITED BY SIZE
                           INTO INQUIRY-RECORD
                       END-STRING
                   END-IF
               END-IF.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.

               IF WS-OTHER-RUNS > 0
                   MOVE SPACES TO INQUIRY-RECORD
                   STRING "  NOTE      " DELIMITED BY SIZE
                          WS-OTHER-RUNS DELIMITED BY SIZE
                          " EARLIER RUN(S) THAT DATE ALSO COVERED "
                           DELIMITED BY SIZE
                          "THE NUMBER - THE LATEST RUN IS SHOWN"
                           DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
                   PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT
               END-IF.
1800       WRITE-RUN-ANSWER-EXIT.
           EXIT.

      *-------------
      *    no live run covered the number - backed out if the audit
      *    says so, not covered otherwise. either way no
      *    classification is offered: nothing on record stands
      *    behind one.
1900       WRITE-NO-RUN-ANSWER.
               MOVE SPACES TO INQUIRY-RECORD.
               IF WS-BACKED-OUT
                   ADD 1 TO WS-CARDS-BACKED-OUT
                   MOVE WS-BK-START TO WS-COUNT-DISP
                   MOVE WS-BK-TTS TO WS-COUNT-DISP2
                   STRING "  ANSWER    BACKED OUT - RUN "
                           DELIMITED BY SIZE
                          WS-IQ-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-BK-TIME DELIMITED BY SIZE
                          "  START " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          "  TIMES_TO_SIMULATE " DELIMITED BY SIZE
                          WS-COUNT-DISP2 DELIMITED BY SIZE
                          " REMOVED BY FBBACKUT ON " DELIMITED BY SIZE
                          WS-BK-STAMP DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
               ELSE
                   ADD 1 TO WS-CARDS-UNCOVERED
                   STRING "  ANSWER    NOT COVERED - NO RUN ON "
                           DELIMITED BY SIZE
                          "FBRMAST FOR THIS DATE COVERED THIS NUMBER"
                           DELIMITED BY SIZE
                       INTO INQUIRY-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.

               MOVE SPACES TO INQUIRY-RECORD.
               STRING "  CALENDAR  LAST STATE FOR THE DATE: "
                       DELIMITED BY SIZE
                      WS-CAL-STATE DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.
1900       WRITE-NO-RUN-ANSWER-EXIT.
           EXIT.

      *-------------
2000       WRITE-SUMMARY.
               MOVE SPACES TO INQUIRY-RECORD.
               STRING "CARDS READ " DELIMITED BY SIZE
                      WS-CARDS-READ DELIMITED BY SIZE
                      "  ANSWERED " DELIMITED BY SIZE
                      WS-CARDS-ANSWERED DELIMITED BY SIZE
                      "  NOT COVERED " DELIMITED BY SIZE
                      WS-CARDS-UNCOVERED DELIMITED BY SIZE
                      "  BACKED OUT " DELIMITED BY SIZE
                      WS-CARDS-BACKED-OUT DELIMITED BY SIZE
                      "  RULE SET MISSING " DELIMITED BY SIZE
                      WS-CARDS-NO-RULES DELIMITED BY SIZE
                      "  UNREADABLE " DELIMITED BY SIZE
                      WS-CARDS-BAD DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING.
               PERFORM WRITE-INQ-LINE THRU WRITE-INQ-LINE-EXIT.
2000       WRITE-SUMMARY-EXIT.
           EXIT.

      *-------------
2100       WRITE-INQ-LINE.
               IF WS-IQRPT-STATUS = "00"
                   WRITE INQUIRY-RECORD
               END-IF.
2100       WRITE-INQ-LINE-EXIT.
           EXIT.
