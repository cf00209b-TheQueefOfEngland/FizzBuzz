      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:report distribution control. the nightly JCL always
      *         said FBVERIFY RC 8 means hold distribution and FBRECON
      *         RC 8 means hold the warehouse load, but nothing held
      *         anything - FBRPT was cataloged and whoever read it
      *         read it. this program is now the only way the report
      *         goes out: it reads the night's VERIFY and RECON
      *         outcomes off FBVRSLT and, only when both came back
      *         clean for the report's business date, sends each
      *         recipient on FBDLIST their copy - their sections of
      *         the report behind a banner page naming the rule set
      *         and the verification status. a night that is not
      *         clean is held until an operator release card says
      *         otherwise. every copy released or held, and every
      *         release card honored, goes on the distribution log.
      ******************************************************************

      *    operator release card on FBDREL (only for a held night):
      *      cols  1- 8  business date being released, YYYYMMDD -
      *                  must be the date on the report header
      *      cols 10-17  operator id releasing it
      *      cols 19-46  reason - required
      *    a card on a clean night is not needed and not used.
      *
      *    a recipient's copy is the report header line plus the
      *    sections FBDLIST names for them (see copylib/FBDLIST.cpy).
      *    the copies go out one behind another on FBDOUT, each
      *    behind its own banner page, for the distribution writer
      *    to split and route by the banner's deliver-to.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ441I  report released - VERIFY and RECON clean
      *      FBZ442W  report held - release card needed
      *      FBZ443W  report released on an operator release card
      *      FBZ444E  operator release card rejected
      *
      *    return codes: 0 released, VERIFY and RECON clean, 4
      *    released on an operator release card, or no active
      *    recipient on FBDLIST - read the log, 8 held - nothing
      *    released (or the report has no header to release by),
      *    12 a file would not open.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBDIST.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the night's report, exactly as the main program wrote it.
           SELECT REPORT-IN ASSIGN TO "FBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    the check results FBVERIFY and FBRECON append - see
      *    copylib/FBVRSLT.cpy.
           SELECT RESULT-FILE ASSIGN TO "FBVRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VRSLT-STATUS.

      *    the recipient list - see copylib/FBDLIST.cpy.
           SELECT DLIST-FILE ASSIGN TO "FBDLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DLIST-STATUS.

      *    the operator release card - only ever present on a
      *    release of a held night.
           SELECT RELEASE-FILE ASSIGN TO "FBDREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DREL-STATUS.

      *    the released copies, banner and all, for the
      *    distribution writer.
           SELECT DIST-OUT ASSIGN TO "FBDOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOUT-STATUS.

      *    the distribution log - see copylib/FBDSTLOG.cpy.
           SELECT DSTLOG-FILE ASSIGN TO "FBDSTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DSTLOG-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
      *    the report line, and the header carve-up FBVERIFY uses -
      *    rule set and business date where the main program's
      *    STRING puts them.
       FD  REPORT-IN.
       01  RPT-LINE                            PIC X(132).
       01  RPT-HEADER-LINE.
           05  FILLER                          PIC X(37).
           05  RH-RULESET-X                    PIC X(08).
           05  FILLER                          PIC X(11).
           05  RH-RUN-DATE-X                   PIC X(08).
           05  FILLER                          PIC X(68).

       FD  RESULT-FILE.
       COPY FBVRSLT.

       FD  DLIST-FILE.
       COPY FBDLIST.

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  REL-DATE-X                      PIC X(08).
           05  REL-DATE-N REDEFINES REL-DATE-X PIC 9(08).
           05  FILLER                          PIC X(01).
           05  REL-OPERATOR                    PIC X(08).
           05  FILLER                          PIC X(01).
           05  REL-REASON                      PIC X(28).
           05  FILLER                          PIC X(34).

       FD  DIST-OUT.
       01  DOUT-RECORD                         PIC X(132).

       FD  DSTLOG-FILE.
       COPY FBDSTLOG.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RPT-STATUS           PIC X(02) VALUE "00".
       77  WS-VRSLT-STATUS         PIC X(02) VALUE "00".
       77  WS-DLIST-STATUS         PIC X(02) VALUE "00".
       77  WS-DREL-STATUS          PIC X(02) VALUE "00".
       77  WS-DOUT-STATUS          PIC X(02) VALUE "99".
       77  WS-DSTLOG-STATUS        PIC X(02) VALUE "99".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-RPT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-RPT-EOF                      VALUE "Y".
       77  WS-VRSLT-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-VRSLT-EOF                    VALUE "Y".
       77  WS-DLIST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-DLIST-EOF                    VALUE "Y".

      *    what the report header says it is.
       77  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
           88  WS-HEADER-FOUND                 VALUE "Y".
       77  WS-BUSINESS-DATE        PIC 9(08) VALUE 0.
       77  WS-RULESET-ID           PIC X(08) VALUE SPACES.

      *    the last VERIFY and the last RECON outcome on file for
      *    the report's business date. NONE = that check never
      *    reported, which holds the night like a failure would.
       77  WS-VERIFY-RESULT        PIC X(05) VALUE "NONE".
       77  WS-VERIFY-RC            PIC 9(02) VALUE 0.
       77  WS-VERIFY-DISC          PIC 9(08) VALUE 0.
       77  WS-RECON-RESULT         PIC X(05) VALUE "NONE".
       77  WS-RECON-RC             PIC 9(02) VALUE 0.
       77  WS-RECON-DISC           PIC 9(08) VALUE 0.

      *    the release card and the decision it feeds.
       77  WS-CARD-SWITCH          PIC X(01) VALUE "N".
           88  WS-CARD-PRESENT                 VALUE "Y".
       77  WS-CARD-OK-SWITCH       PIC X(01) VALUE "N".
           88  WS-CARD-OK                      VALUE "Y".
       77  WS-REL-OPERATOR         PIC X(08) VALUE SPACES.
       77  WS-REL-REASON           PIC X(28) VALUE SPACES.
       77  WS-NIGHT-CLEAN-SWITCH   PIC X(01) VALUE "N".
           88  WS-NIGHT-CLEAN                  VALUE "Y".
       77  WS-RELEASING-SWITCH     PIC X(01) VALUE "N".
           88  WS-RELEASING                    VALUE "Y".
      *    RELEASED, OVERRIDE or HELD - onto every recipient's log
      *    record.
       77  WS-ACTION               PIC X(08) VALUE "HELD".

      *    one recipient's sections: ALL, or up to ten wanted
      *    section ids (two-digit range number, GRD or ADH).
       77  WS-SEL-ALL-SWITCH       PIC X(01) VALUE "N".
           88  WS-SEL-ALL                      VALUE "Y".
       77  WS-SEL-SUB              PIC 9(02).
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 10 TIMES    PIC X(03).

      *    the section the report copy is in right now. HDR is the
      *    header block ahead of the first section - every copy
      *    gets it.
       77  WS-CUR-SECTION          PIC X(03).
       77  WS-SEC-RANGE            PIC X(02).
       77  WS-SEC-WANTED-SWITCH    PIC X(01) VALUE "N".
           88  WS-SEC-WANTED                   VALUE "Y".

       77  WS-LINES-SENT           PIC 9(08) VALUE 0.
       77  WS-RECIP-COUNT          PIC 9(04) VALUE 0.
       77  WS-RELEASED-COUNT       PIC 9(04) VALUE 0.
       77  WS-HELD-COUNT           PIC 9(04) VALUE 0.
       77  WS-SKIPPED-COUNT        PIC 9(04) VALUE 0.
       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-RECIP-DISP           PIC ZZZ9.
       77  WS-RC-DISP              PIC 9(02).

      *    the banner page.
       77  WS-BANNER-RULE          PIC X(80) VALUE ALL "*".
       77  WS-BANNER-TEXT          PIC X(40).

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

               PERFORM READ-REPORT-HEADER
                   THRU READ-REPORT-HEADER-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM LOAD-CHECK-RESULTS
                   THRU LOAD-CHECK-RESULTS-EXIT.
               PERFORM READ-RELEASE-CARD THRU READ-RELEASE-CARD-EXIT.
               PERFORM DECIDE-RELEASE THRU DECIDE-RELEASE-EXIT.

      *    nothing goes out, or is held, without a log record of it -
      *    a log that will not open stops the step.
               OPEN EXTEND DSTLOG-FILE.
               IF WS-DSTLOG-STATUS NOT = "00"
                   OPEN OUTPUT DSTLOG-FILE
               END-IF.
               IF WS-DSTLOG-STATUS NOT = "00"
                   DISPLAY " FBDIST: unable to open FBDSTLOG - "
                           "status " WS-DSTLOG-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN INPUT DLIST-FILE.
               IF WS-DLIST-STATUS NOT = "00"
                   DISPLAY " FBDIST: unable to open FBDLIST - "
                           "status " WS-DLIST-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               IF WS-RELEASING
                   OPEN OUTPUT DIST-OUT
                   IF WS-DOUT-STATUS NOT = "00"
                       DISPLAY " FBDIST: unable to open FBDOUT - "
                               "status " WS-DOUT-STATUS UPON TERM
                       CLOSE DLIST-FILE
                       MOVE 12 TO RETURN-CODE
                       GO TO MAIN-WRAP-UP
                   END-IF
               END-IF.

               IF WS-ACTION = "OVERRIDE"
                   PERFORM LOG-RELEASE-CARD
                       THRU LOG-RELEASE-CARD-EXIT
               END-IF.

               PERFORM UNTIL WS-DLIST-EOF
                   READ DLIST-FILE
                       AT END
                           SET WS-DLIST-EOF TO TRUE
                       NOT AT END
                           PERFORM SERVE-ONE-RECIPIENT
                               THRU SERVE-ONE-RECIPIENT-EXIT
                   END-READ
               END-PERFORM.
               CLOSE DLIST-FILE.

               PERFORM WRITE-OUTCOME THRU WRITE-OUTCOME-EXIT.

0000       MAIN-WRAP-UP.
               IF WS-DOUT-STATUS = "00"
                   CLOSE DIST-OUT
               END-IF.
               IF WS-DSTLOG-STATUS = "00"
                   CLOSE DSTLOG-FILE
               END-IF.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBDIST complete - business date "
                       WS-BUSINESS-DATE " " WS-ACTION
                       " released " WS-RELEASED-COUNT
                       " held " WS-HELD-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    the report header is the report's identity - the business
      *    date the check results are filed under and the rule set
      *    the banner names. the main program always writes it
      *    first, so a report without one is empty or is not ours,
      *    and there is nothing to release.
1000       READ-REPORT-HEADER.
               OPEN INPUT REPORT-IN.
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY " FBDIST: unable to open FBRPT - status "
                           WS-RPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO READ-REPORT-HEADER-EXIT
               END-IF.
               PERFORM UNTIL WS-RPT-EOF OR WS-HEADER-FOUND
                   READ REPORT-IN
                       AT END
                           SET WS-RPT-EOF TO TRUE
                       NOT AT END
                           IF RPT-LINE (1:9) = "FIZZBUZZ "
                             AND RH-RUN-DATE-X IS NUMERIC
                               MOVE RH-RUN-DATE-X TO WS-BUSINESS-DATE
                               MOVE RH-RULESET-X TO WS-RULESET-ID
                               SET WS-HEADER-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE REPORT-IN.

               IF NOT WS-HEADER-FOUND
                   MOVE "FBZ442W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "REPORT HELD - FBRPT HAS NO REPORT HEADER, "
                           DELIMITED BY SIZE
                          "NO BUSINESS DATE TO RELEASE IT BY"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
                   DISPLAY " FBDIST: " WS-MSG-TEXT UPON TERM
                   MOVE 8 TO RETURN-CODE
               END-IF.
1000       READ-REPORT-HEADER-EXIT.
           EXIT.

      *-------------
      *    the last VERIFY and the last RECON record for this
      *    business date. a results file that is not there leaves
      *    both at NONE, and the night is held.
1100       LOAD-CHECK-RESULTS.
               OPEN INPUT RESULT-FILE.
               IF WS-VRSLT-STATUS NOT = "00"
                   GO TO LOAD-CHECK-RESULTS-EXIT
               END-IF.
               PERFORM UNTIL WS-VRSLT-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-VRSLT-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-RESULT
                               THRU NOTE-ONE-RESULT-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RESULT-FILE.
1100       LOAD-CHECK-RESULTS-EXIT.
           EXIT.

      *-------------
1150       NOTE-ONE-RESULT.
               IF VR-BUSINESS-DATE IS NOT NUMERIC
                 OR VR-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   GO TO NOTE-ONE-RESULT-EXIT
               END-IF.
               IF VR-CHECKER = "VERIFY"
                   MOVE VR-RESULT TO WS-VERIFY-RESULT
                   MOVE VR-RETURN-CODE TO WS-VERIFY-RC
                   MOVE VR-DISCREPANCIES TO WS-VERIFY-DISC
               END-IF.
               IF VR-CHECKER = "RECON"
                   MOVE VR-RESULT TO WS-RECON-RESULT
                   MOVE VR-RETURN-CODE TO WS-RECON-RC
                   MOVE VR-DISCREPANCIES TO WS-RECON-DISC
               END-IF.
1150       NOTE-ONE-RESULT-EXIT.
           EXIT.

      *-------------
      *    the operator release card. no FBDREL, or an empty one, is
      *    the normal night. a card that does not name this report's
      *    business date, an operator and a reason releases nothing
      *    - a release nobody can account for is the thing this
      *    program exists to stop.
1200       READ-RELEASE-CARD.
               OPEN INPUT RELEASE-FILE.
               IF WS-DREL-STATUS NOT = "00"
                   GO TO READ-RELEASE-CARD-EXIT
               END-IF.
               READ RELEASE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RELEASE-RECORD NOT = SPACES
                           SET WS-CARD-PRESENT TO TRUE
                       END-IF
               END-READ.
               CLOSE RELEASE-FILE.
               IF NOT WS-CARD-PRESENT
                   GO TO READ-RELEASE-CARD-EXIT
               END-IF.

               MOVE SPACES TO WS-MSG-TEXT.
               IF REL-DATE-X IS NOT NUMERIC
                 OR REL-DATE-N NOT = WS-BUSINESS-DATE
                   STRING "RELEASE CARD REJECTED - DATE '"
                           DELIMITED BY SIZE
                          REL-DATE-X DELIMITED BY SIZE
                          "' IS NOT THE REPORT'S BUSINESS DATE "
                           DELIMITED BY SIZE
                          WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   GO TO READ-RELEASE-CARD-REJECT
               END-IF.
               IF REL-OPERATOR = SPACES OR REL-REASON = SPACES
                   STRING "RELEASE CARD REJECTED - NO OPERATOR ID "
                           DELIMITED BY SIZE
                          "(COLS 10-17) OR NO REASON (COLS 19-46)"
                           DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   GO TO READ-RELEASE-CARD-REJECT
               END-IF.

               SET WS-CARD-OK TO TRUE.
               MOVE REL-OPERATOR TO WS-REL-OPERATOR.
               MOVE REL-REASON TO WS-REL-REASON.
               GO TO READ-RELEASE-CARD-EXIT.

1200       READ-RELEASE-CARD-REJECT.
               MOVE "FBZ444E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               DISPLAY " FBDIST: " WS-MSG-TEXT UPON TERM.

1200       READ-RELEASE-CARD-EXIT.
           EXIT.

      *-------------
      *    clean night: everyone gets their copy. not clean: only an
      *    accepted release card lets it out, and every copy it lets
      *    out says so on its banner and its log record.
1300       DECIDE-RELEASE.
               IF WS-VERIFY-RESULT = "CLEAN"
                 AND WS-RECON-RESULT = "CLEAN"
                   SET WS-NIGHT-CLEAN TO TRUE
                   SET WS-RELEASING TO TRUE
                   MOVE "RELEASED" TO WS-ACTION
                   IF WS-CARD-PRESENT
                       DISPLAY " FBDIST: night is clean - the release"
                               " card is not needed and was not used"
                               UPON TERM
                   END-IF
                   GO TO DECIDE-RELEASE-EXIT
               END-IF.
               IF WS-CARD-OK
                   SET WS-RELEASING TO TRUE
                   MOVE "OVERRIDE" TO WS-ACTION
                   GO TO DECIDE-RELEASE-EXIT
               END-IF.
               MOVE "HELD" TO WS-ACTION.
1300       DECIDE-RELEASE-EXIT.
           EXIT.

      *-------------
      *    the release card goes on the log before any copy it lets
      *    out.
1400       LOG-RELEASE-CARD.
               MOVE SPACES TO DSTLOG-RECORD.
               MOVE WS-NOW-DATE TO DS-LOG-DATE.
               MOVE WS-NOW-TIME TO DS-LOG-TIME.
               MOVE WS-BUSINESS-DATE TO DS-BUSINESS-DATE.
               MOVE "RELCARD" TO DS-ACTION.
               MOVE WS-VERIFY-RESULT TO DS-VERIFY-RESULT.
               MOVE WS-RECON-RESULT TO DS-RECON-RESULT.
               MOVE WS-RULESET-ID TO DS-RULESET-ID.
               MOVE 0 TO DS-LINES-SENT.
               MOVE WS-REL-OPERATOR TO DS-OPERATOR.
               MOVE WS-REL-REASON TO DS-REASON.
               WRITE DSTLOG-RECORD.
1400       LOG-RELEASE-CARD-EXIT.
           EXIT.

      *-------------
      *    one recipient: their copy out (or held back), and a log
      *    record either way. an inactive or blank entry is passed
      *    over without a record - there is nobody to hold it from.
1500       SERVE-ONE-RECIPIENT.
               IF DL-RECIPIENT = SPACES OR DL-INACTIVE
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO SERVE-ONE-RECIPIENT-EXIT
               END-IF.
               ADD 1 TO WS-RECIP-COUNT.
               MOVE 0 TO WS-LINES-SENT.

               IF WS-RELEASING
                   PERFORM LOAD-SELECTION THRU LOAD-SELECTION-EXIT
                   PERFORM WRITE-BANNER THRU WRITE-BANNER-EXIT
                   PERFORM COPY-REPORT THRU COPY-REPORT-EXIT
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF.

               MOVE SPACES TO DSTLOG-RECORD.
               MOVE WS-NOW-DATE TO DS-LOG-DATE.
               ACCEPT DS-LOG-TIME FROM TIME.
               MOVE WS-BUSINESS-DATE TO DS-BUSINESS-DATE.
               MOVE DL-RECIPIENT TO DS-RECIPIENT.
               MOVE DL-DELIVER-TO TO DS-DELIVER-TO.
               MOVE WS-ACTION TO DS-ACTION.
               MOVE WS-VERIFY-RESULT TO DS-VERIFY-RESULT.
               MOVE WS-RECON-RESULT TO DS-RECON-RESULT.
               MOVE WS-RULESET-ID TO DS-RULESET-ID.
               MOVE WS-LINES-SENT TO DS-LINES-SENT.
               IF WS-ACTION = "OVERRIDE"
                   MOVE WS-REL-OPERATOR TO DS-OPERATOR
                   MOVE WS-REL-REASON TO DS-REASON
               END-IF.
               WRITE DSTLOG-RECORD.
1500       SERVE-ONE-RECIPIENT-EXIT.
           EXIT.

      *-------------
      *    the recipient's section slots into a table of ids the
      *    report copy can compare against. a one-digit range number
      *    punched as "3" is taken as "03".
1550       LOAD-SELECTION.
               MOVE "N" TO WS-SEL-ALL-SWITCH.
               MOVE SPACES TO WS-SEL-TABLE.
               IF DL-SECTIONS = SPACES
                   SET WS-SEL-ALL TO TRUE
                   GO TO LOAD-SELECTION-EXIT
               END-IF.
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > 10
                   MOVE DL-SECTION (WS-SEL-SUB)
                       TO WS-SEL-ENTRY (WS-SEL-SUB)
                   IF DL-SECTION (WS-SEL-SUB) = "ALL"
                       SET WS-SEL-ALL TO TRUE
                   END-IF
                   IF DL-SECTION (WS-SEL-SUB) (1:1) IS NUMERIC
                     AND DL-SECTION (WS-SEL-SUB) (2:1) = SPACE
                       MOVE "0" TO WS-SEL-ENTRY (WS-SEL-SUB) (1:1)
                       MOVE DL-SECTION (WS-SEL-SUB) (1:1)
                           TO WS-SEL-ENTRY (WS-SEL-SUB) (2:1)
                   END-IF
               END-PERFORM.
1550       LOAD-SELECTION-EXIT.
           EXIT.

      *-------------
      *    the banner page ahead of each copy: who it is for, which
      *    report, under which rule set, and whether it verified.
      *    a copy released on a card says so, and by whom.
1600       WRITE-BANNER.
               MOVE WS-BANNER-RULE TO DOUT-RECORD.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               MOVE "*  FIZZBUZZ DAILY RUN REPORT - DISTRIBUTION COPY"
                   TO DOUT-RECORD.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.
               MOVE "*" TO DOUT-RECORD.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               STRING "*  RECIPIENT:      " DELIMITED BY SIZE
                      DL-RECIPIENT DELIMITED BY SIZE
                      "   DELIVER TO: " DELIMITED BY SIZE
                      DL-DELIVER-TO DELIMITED BY SIZE
                   INTO DOUT-RECORD
               END-STRING.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               STRING "*  BUSINESS DATE:  " DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      "   RULE SET: " DELIMITED BY SIZE
                      WS-RULESET-ID DELIMITED BY SIZE
                   INTO DOUT-RECORD
               END-STRING.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               IF WS-VERIFY-RESULT = "NONE"
                   MOVE "*  VERIFICATION:   NONE - FBVERIFY DID NOT RUN"
                       TO DOUT-RECORD
               ELSE
                   MOVE WS-VERIFY-RC TO WS-RC-DISP
                   MOVE WS-VERIFY-DISC TO WS-COUNT-DISP
                   STRING "*  VERIFICATION:   " DELIMITED BY SIZE
                          WS-VERIFY-RESULT DELIMITED BY SIZE
                          "  FBVERIFY RC " DELIMITED BY SIZE
                          WS-RC-DISP DELIMITED BY SIZE
                          "  DISCREPANCIES " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                       INTO DOUT-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               IF WS-RECON-RESULT = "NONE"
                   MOVE "*  RECONCILIATION: NONE - FBRECON DID NOT RUN"
                       TO DOUT-RECORD
               ELSE
                   MOVE WS-RECON-RC TO WS-RC-DISP
                   MOVE WS-RECON-DISC TO WS-COUNT-DISP
                   STRING "*  RECONCILIATION: " DELIMITED BY SIZE
                          WS-RECON-RESULT DELIMITED BY SIZE
                          "  FBRECON RC  " DELIMITED BY SIZE
                          WS-RC-DISP DELIMITED BY SIZE
                          "  DISCREPANCIES " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                       INTO DOUT-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               IF WS-ACTION = "OVERRIDE"
                   MOVE "OPERATOR RELEASE - NIGHT NOT CLEAN"
                       TO WS-BANNER-TEXT
               ELSE
                   MOVE "VERIFY AND RECON CLEAN" TO WS-BANNER-TEXT
               END-IF.
               STRING "*  RELEASED:       " DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-BANNER-TEXT DELIMITED BY SIZE
                   INTO DOUT-RECORD
               END-STRING.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               IF WS-ACTION = "OVERRIDE"
                   STRING "*  RELEASED BY:    " DELIMITED BY SIZE
                          WS-REL-OPERATOR DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-REL-REASON DELIMITED BY SIZE
                       INTO DOUT-RECORD
                   END-STRING
                   PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT
               END-IF.

               IF WS-SEL-ALL
                   MOVE "*  SECTIONS:       ALL" TO DOUT-RECORD
               ELSE
                   STRING "*  SECTIONS:       " DELIMITED BY SIZE
                          WS-SEL-TABLE DELIMITED BY SIZE
                       INTO DOUT-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.

               MOVE "*" TO DOUT-RECORD.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.
               MOVE WS-BANNER-RULE TO DOUT-RECORD.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.
               PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT.
1600       WRITE-BANNER-EXIT.
           EXIT.

      *-------------
      *    one pass of the report for one recipient: the header
      *    block always, then only the sections they are sent. a
      *    section runs from its RANGE, ADHOC or GRAND header to
      *    the next one.
1700       COPY-REPORT.
               MOVE "HDR" TO WS-CUR-SECTION.
               SET WS-SEC-WANTED TO TRUE.
               MOVE "N" TO WS-RPT-EOF-SWITCH.
               OPEN INPUT REPORT-IN.
               IF WS-RPT-STATUS NOT = "00"
                   GO TO COPY-REPORT-EXIT
               END-IF.
               PERFORM UNTIL WS-RPT-EOF
                   READ REPORT-IN
                       AT END
                           SET WS-RPT-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-ONE-LINE
                               THRU COPY-ONE-LINE-EXIT
                   END-READ
               END-PERFORM.
               CLOSE REPORT-IN.
1700       COPY-REPORT-EXIT.
           EXIT.

      *-------------
1750       COPY-ONE-LINE.
               IF RPT-LINE (1:6) = "RANGE "
                   MOVE RPT-LINE (7:2) TO WS-SEC-RANGE
                   INSPECT WS-SEC-RANGE REPLACING LEADING " " BY "0"
                   MOVE WS-SEC-RANGE TO WS-CUR-SECTION
                   PERFORM CHECK-SECTION THRU CHECK-SECTION-EXIT
               END-IF.
               IF RPT-LINE (1:6) = "ADHOC "
                   MOVE "ADH" TO WS-CUR-SECTION
                   PERFORM CHECK-SECTION THRU CHECK-SECTION-EXIT
               END-IF.
               IF RPT-LINE (1:6) = "GRAND "
                   MOVE "GRD" TO WS-CUR-SECTION
                   PERFORM CHECK-SECTION THRU CHECK-SECTION-EXIT
               END-IF.
               IF WS-SEC-WANTED
                   MOVE RPT-LINE TO DOUT-RECORD
                   PERFORM WRITE-DOUT-LINE THRU WRITE-DOUT-LINE-EXIT
                   ADD 1 TO WS-LINES-SENT
               END-IF.
1750       COPY-ONE-LINE-EXIT.
           EXIT.

      *-------------
1800       CHECK-SECTION.
               MOVE "N" TO WS-SEC-WANTED-SWITCH.
               IF WS-SEL-ALL
                   SET WS-SEC-WANTED TO TRUE
                   GO TO CHECK-SECTION-EXIT
               END-IF.
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > 10
                   IF WS-SEL-ENTRY (WS-SEL-SUB) = WS-CUR-SECTION
                       SET WS-SEC-WANTED TO TRUE
                   END-IF
               END-PERFORM.
1800       CHECK-SECTION-EXIT.
           EXIT.

      *-------------
      *    the outcome onto the ops log and into the return code.
1900       WRITE-OUTCOME.
               MOVE SPACES TO WS-MSG-TEXT.
               EVALUATE WS-ACTION
                   WHEN "RELEASED"
                       MOVE WS-RELEASED-COUNT TO WS-RECIP-DISP
                       MOVE "FBZ441I" TO WS-MSG-ID
                       MOVE "I" TO WS-MSG-SEV
                       STRING "REPORT FOR BUSINESS DATE "
                               DELIMITED BY SIZE
                              WS-BUSINESS-DATE DELIMITED BY SIZE
                              " RELEASED TO " DELIMITED BY SIZE
                              WS-RECIP-DISP DELIMITED BY SIZE
                              " RECIPIENTS - VERIFY AND RECON CLEAN"
                               DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                   WHEN "OVERRIDE"
                       MOVE WS-RELEASED-COUNT TO WS-RECIP-DISP
                       MOVE "FBZ443W" TO WS-MSG-ID
                       MOVE "W" TO WS-MSG-SEV
                       STRING "REPORT FOR BUSINESS DATE "
                               DELIMITED BY SIZE
                              WS-BUSINESS-DATE DELIMITED BY SIZE
                              " RELEASED TO " DELIMITED BY SIZE
                              WS-RECIP-DISP DELIMITED BY SIZE
                              " RECIPIENTS ON RELEASE CARD BY "
                               DELIMITED BY SIZE
                              WS-REL-OPERATOR DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-HELD-COUNT TO WS-RECIP-DISP
                       MOVE "FBZ442W" TO WS-MSG-ID
                       MOVE "W" TO WS-MSG-SEV
                       STRING "REPORT FOR " DELIMITED BY SIZE
                              WS-BUSINESS-DATE DELIMITED BY SIZE
                              " HELD - VERIFY " DELIMITED BY SIZE
                              WS-VERIFY-RESULT DELIMITED BY SPACE
                              " RECON " DELIMITED BY SIZE
                              WS-RECON-RESULT DELIMITED BY SPACE
                              " - " DELIMITED BY SIZE
                              WS-RECIP-DISP DELIMITED BY SIZE
                              " HELD, RELEASE CARD NEEDED"
                               DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               DISPLAY " FBDIST: " WS-MSG-TEXT UPON TERM.

               IF WS-RELEASING AND WS-RECIP-COUNT = 0
                   DISPLAY " FBDIST: no active recipient on FBDLIST "
                           "- nothing was sent" UPON TERM
                   MOVE 4 TO RETURN-CODE
               END-IF.
1900       WRITE-OUTCOME-EXIT.
           EXIT.

      *-------------
1950       WRITE-DOUT-LINE.
               IF WS-DOUT-STATUS = "00"
                   WRITE DOUT-RECORD
               END-IF.
               MOVE SPACES TO DOUT-RECORD.
1950       WRITE-DOUT-LINE-EXIT.
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
