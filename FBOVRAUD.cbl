      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:monthly override audit. every use of the force flag,
      *         FBCKUTIL PURGE, FBCALUTL FAIL, FBBACKUT and FBRESTOR
      *         now spends a second operator's approval off the
      *         FBAUTH authorization file, and the program that
      *         honored it leaves a USED record behind. this report
      *         reads the file for one calendar month and lists
      *         every override performed - what, when, by whom, and
      *         who approved it - and every approval that ran out in
      *         the month without ever being used, so audit can ask
      *         why it was wanted. read-only against FBAUTH.
      ******************************************************************

      *    period card on FBOAPARM, cols 1-6: the month to audit,
      *    YYYYMM (default with no card: last calendar month - the
      *    job runs after the month has closed, FBCHARGE's rule).
      *
      *    an override belongs to the month its USED record was
      *    written - the approval is spent the moment the program
      *    starts the override, so a run that then failed on a file
      *    still shows here, and the ops log says how it ended.
      *    an approval belongs to the month it expired in.
      *
      *    return codes: 0 report clean, 4 approvals expired unused
      *    or unreadable records on FBAUTH - read FBOARPT, 8 the
      *    period card does not read - nothing reported, 12 a file
      *    would not open.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBOVRAUD.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the period card.
           SELECT OAPARM-FILE ASSIGN TO "FBOAPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OAPARM-STATUS.

      *    the override authorization file - see copylib/FBAUTHR.cpy.
           SELECT AUTH-FILE ASSIGN TO "FBAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    the audit report.
           SELECT AUDIT-REPORT ASSIGN TO "FBOARPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OARPT-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  OAPARM-FILE.
       01  OAPARM-RECORD.
           05  OA-PERIOD-X                     PIC X(06).
           05  OA-PERIOD-N REDEFINES OA-PERIOD-X
                                               PIC 9(06).
           05  FILLER                          PIC X(74).

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  AUDIT-REPORT.
       01  AUDIT-RECORD                        PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-OAPARM-STATUS        PIC X(02) VALUE "00".
       77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
       77  WS-OARPT-STATUS         PIC X(02) VALUE "00".

       77  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-EOF                     VALUE "Y".

      *    the month being audited.
       77  WS-TODAY                PIC 9(08).
       01  WS-NOW-CLOCK.
           05  WS-NOW-HHMM                     PIC 9(04).
           05  FILLER                          PIC 9(04).
       77  WS-CUR-YEAR             PIC 9(04).
       77  WS-CUR-MONTH            PIC 9(02).
       77  WS-DATE-REST            PIC 9(04).
       77  WS-PERIOD               PIC 9(06) VALUE 0.
       77  WS-PERIOD-MONTH         PIC 9(02).

      *    approvals that expired in the month, held until the end
      *    of the file - the USED record that spends one can come
      *    anywhere after it.
       77  WS-EXP-COUNT            PIC 9(04) VALUE 0.
       77  WS-EXP-MAX              PIC 9(04) VALUE 500.
       77  WS-EXP-SUB              PIC 9(04).
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 500 TIMES.
               10  WS-EX-AUTH-NO               PIC 9(08).
               10  WS-EX-FUNCTION              PIC X(08).
               10  WS-EX-TARGET-DATE           PIC X(08).
               10  WS-EX-TARGET-TIME           PIC X(08).
               10  WS-EX-APPROVER              PIC X(08).
               10  WS-EX-EXPIRE-DATE           PIC 9(08).
               10  WS-EX-EXPIRE-TIME           PIC 9(04).
               10  WS-EX-STAMP-DATE            PIC 9(08).
               10  WS-EX-REASON                PIC X(30).
               10  WS-EX-USED                  PIC X(01).
       77  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".

      *    pass counters for the totals.
       77  WS-AUTH-READ            PIC 9(08) VALUE 0.
       77  WS-AUTH-BAD             PIC 9(08) VALUE 0.
       77  WS-OVERRIDE-COUNT       PIC 9(06) VALUE 0.
       77  WS-UNUSED-COUNT         PIC 9(06) VALUE 0.

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNT-DISP2          PIC Z(7)9.

       01  OVERRIDE-HEADING.
           05  FILLER              PIC X(17) VALUE "PERFORMED".
           05  FILLER              PIC X(09) VALUE "FUNCTION".
           05  FILLER              PIC X(18) VALUE "TARGET".
           05  FILLER              PIC X(09) VALUE "BY".
           05  FILLER              PIC X(09) VALUE "APPROVER".
           05  FILLER              PIC X(10) VALUE "APPROVAL".
           05  FILLER              PIC X(30) VALUE "REASON".

       01  OVERRIDE-DETAIL.
           05  OD-STAMP-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-STAMP-TIME       PIC X(06).
           05  FILLER              PIC X(02).
           05  OD-FUNCTION         PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-TARGET-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-TARGET-TIME      PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-USED-BY          PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-APPROVER         PIC X(08).
           05  FILLER              PIC X(01).
           05  OD-AUTH-NO          PIC X(08).
           05  FILLER              PIC X(02).
           05  OD-REASON           PIC X(30).

       01  UNUSED-HEADING.
           05  FILLER              PIC X(10) VALUE "APPROVAL".
           05  FILLER              PIC X(09) VALUE "FUNCTION".
           05  FILLER              PIC X(18) VALUE "TARGET".
           05  FILLER              PIC X(09) VALUE "APPROVER".
           05  FILLER              PIC X(09) VALUE "GRANTED".
           05  FILLER              PIC X(15) VALUE "EXPIRED".
           05  FILLER              PIC X(30) VALUE "REASON".

       01  UNUSED-DETAIL.
           05  UD-AUTH-NO          PIC X(08).
           05  FILLER              PIC X(02).
           05  UD-FUNCTION         PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-TARGET-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-TARGET-TIME      PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-APPROVER         PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-STAMP-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-EXPIRE-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  UD-EXPIRE-TIME      PIC X(04).
           05  FILLER              PIC X(02).
           05  UD-REASON           PIC X(30).


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-CLOCK FROM TIME.

               OPEN OUTPUT AUDIT-REPORT.
               IF WS-OARPT-STATUS NOT = "00"
                   DISPLAY " FBOVRAUD: unable to open FBOARPT - "
                           "status " WS-OARPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM READ-PERIOD-CARD THRU READ-PERIOD-CARD-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM SCAN-AUTH-FILE THRU SCAN-AUTH-FILE-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM WRITE-UNUSED THRU WRITE-UNUSED-EXIT.
               PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT.

               IF WS-UNUSED-COUNT > 0
                 OR WS-AUTH-BAD > 0
                 OR WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-OARPT-STATUS = "00"
                   CLOSE AUDIT-REPORT
               END-IF.
               DISPLAY " FBOVRAUD complete - period " WS-PERIOD
                       " overrides " WS-OVERRIDE-COUNT
                       " expired unused " WS-UNUSED-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    the month to audit - last calendar month with no card, on
      *    the january-rolls-back-a-year arithmetic. a card that does
      *    not read as a real month reports nothing rather than the
      *    wrong month.
1000       READ-PERIOD-CARD.
               DIVIDE WS-TODAY BY 10000 GIVING WS-CUR-YEAR
                   REMAINDER WS-DATE-REST.
               DIVIDE WS-DATE-REST BY 100 GIVING WS-CUR-MONTH.
               IF WS-CUR-MONTH = 1
                   SUBTRACT 1 FROM WS-CUR-YEAR
                   MOVE 12 TO WS-CUR-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CUR-MONTH
               END-IF.
               COMPUTE WS-PERIOD = WS-CUR-YEAR * 100 + WS-CUR-MONTH.

               OPEN INPUT OAPARM-FILE.
               IF WS-OAPARM-STATUS NOT = "00"
                   GO TO READ-PERIOD-CARD-HEAD
               END-IF.
               READ OAPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OA-PERIOD-X IS NUMERIC
                           MOVE OA-PERIOD-X (5:2) TO WS-PERIOD-MONTH
                           IF WS-PERIOD-MONTH > 0
                             AND WS-PERIOD-MONTH < 13
                               MOVE OA-PERIOD-N TO WS-PERIOD
                           ELSE
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ.
               CLOSE OAPARM-FILE.

1000       READ-PERIOD-CARD-HEAD.
               MOVE SPACES TO AUDIT-RECORD.
               STRING "FIZZBUZZ OPERATOR OVERRIDE AUDIT - PERIOD "
                       DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      " - RUN DATE " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "PERIOD CARD DOES NOT READ AS YYYYMM - CARD "
                           DELIMITED BY SIZE
                          "SAID '" DELIMITED BY SIZE
                          OA-PERIOD-X DELIMITED BY SIZE
                          "' - NOTHING REPORTED" DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                   END-STRING
                   PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
1000       READ-PERIOD-CARD-EXIT.
           EXIT.

      *-------------
      *    one pass over FBAUTH. the overrides are printed as they
      *    are met - the file is in the order things happened - and
      *    the month's expired approvals are held for the second
      *    section. no file at all means no approval was ever given.
1100       SCAN-AUTH-FILE.
               MOVE "OVERRIDES PERFORMED" TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
               MOVE OVERRIDE-HEADING TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.

               OPEN INPUT AUTH-FILE.
               IF WS-AUTH-STATUS = "35"
                   GO TO SCAN-AUTH-FILE-END
               END-IF.
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY " FBOVRAUD: unable to open FBAUTH - "
                           "status " WS-AUTH-STATUS UPON TERM
                   MOVE "FBAUTH WOULD NOT OPEN - NOTHING REPORTED"
                       TO AUDIT-RECORD
                   PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT
                   MOVE 12 TO RETURN-CODE
                   GO TO SCAN-AUTH-FILE-EXIT
               END-IF.
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           PERFORM AUDIT-ONE-RECORD
                               THRU AUDIT-ONE-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE AUTH-FILE.

1100       SCAN-AUTH-FILE-END.
               IF WS-OVERRIDE-COUNT = 0
                   MOVE "NO OVERRIDES PERFORMED IN THE PERIOD"
                       TO AUDIT-RECORD
                   PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
1100       SCAN-AUTH-FILE-EXIT.
           EXIT.

      *-------------
      *    a USED record stamped in the month is one override
      *    performed; it also spends any held approval of its
      *    number. an APPROVED record that ran out in the month - and
      *    has run out by now - is held as a candidate. anything
      *    that does not read is counted and skipped.
1150       AUDIT-ONE-RECORD.
               ADD 1 TO WS-AUTH-READ.
               IF AU-AUTH-NO IS NOT NUMERIC
                 OR AU-STAMP-DATE IS NOT NUMERIC
                 OR AU-EXPIRE-DATE IS NOT NUMERIC
                 OR AU-EXPIRE-TIME IS NOT NUMERIC
                 OR (NOT AU-APPROVED AND NOT AU-USED)
                   ADD 1 TO WS-AUTH-BAD
                   GO TO AUDIT-ONE-RECORD-EXIT
               END-IF.

               IF AU-USED
                   PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXP-COUNT
                       IF WS-EX-AUTH-NO (WS-EXP-SUB) = AU-AUTH-NO
                           MOVE "Y" TO WS-EX-USED (WS-EXP-SUB)
                       END-IF
                   END-PERFORM
                   IF AU-STAMP-DATE (1:6) = WS-PERIOD
                       PERFORM WRITE-ONE-OVERRIDE
                           THRU WRITE-ONE-OVERRIDE-EXIT
                   END-IF
                   GO TO AUDIT-ONE-RECORD-EXIT
               END-IF.

               IF AU-EXPIRE-DATE (1:6) NOT = WS-PERIOD
                   GO TO AUDIT-ONE-RECORD-EXIT
               END-IF.
               IF AU-EXPIRE-DATE > WS-TODAY
                 OR (AU-EXPIRE-DATE = WS-TODAY
                 AND AU-EXPIRE-TIME NOT < WS-NOW-HHMM)
                   GO TO AUDIT-ONE-RECORD-EXIT
               END-IF.
               IF WS-EXP-COUNT >= WS-EXP-MAX
                   SET WS-TABLE-FULL TO TRUE
                   GO TO AUDIT-ONE-RECORD-EXIT
               END-IF.
               ADD 1 TO WS-EXP-COUNT.
               MOVE AU-AUTH-NO TO WS-EX-AUTH-NO (WS-EXP-COUNT).
               MOVE AU-FUNCTION TO WS-EX-FUNCTION (WS-EXP-COUNT).
               MOVE AU-TARGET-DATE TO WS-EX-TARGET-DATE (WS-EXP-COUNT).
               MOVE AU-TARGET-TIME TO WS-EX-TARGET-TIME (WS-EXP-COUNT).
               MOVE AU-APPROVER TO WS-EX-APPROVER (WS-EXP-COUNT).
               MOVE AU-EXPIRE-DATE TO WS-EX-EXPIRE-DATE (WS-EXP-COUNT).
               MOVE AU-EXPIRE-TIME TO WS-EX-EXPIRE-TIME (WS-EXP-COUNT).
               MOVE AU-STAMP-DATE TO WS-EX-STAMP-DATE (WS-EXP-COUNT).
               MOVE AU-REASON TO WS-EX-REASON (WS-EXP-COUNT).
               MOVE "N" TO WS-EX-USED (WS-EXP-COUNT).
1150       AUDIT-ONE-RECORD-EXIT.
           EXIT.

      *-------------
1200       WRITE-ONE-OVERRIDE.
               ADD 1 TO WS-OVERRIDE-COUNT.
               MOVE SPACES TO OVERRIDE-DETAIL.
               MOVE AU-STAMP-DATE TO OD-STAMP-DATE.
               MOVE AU-STAMP-TIME (1:6) TO OD-STAMP-TIME.
               MOVE AU-FUNCTION TO OD-FUNCTION.
               MOVE AU-TARGET-DATE TO OD-TARGET-DATE.
               MOVE AU-TARGET-TIME TO OD-TARGET-TIME.
               MOVE AU-USED-BY TO OD-USED-BY.
               MOVE AU-APPROVER TO OD-APPROVER.
               MOVE AU-AUTH-NO TO OD-AUTH-NO.
               MOVE AU-REASON TO OD-REASON.
               MOVE OVERRIDE-DETAIL TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
1200       WRITE-ONE-OVERRIDE-EXIT.
           EXIT.

      *-------------
      *    the held approvals no USED record ever spent.
1300       WRITE-UNUSED.
               MOVE "APPROVALS EXPIRED UNUSED" TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
               MOVE UNUSED-HEADING TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
               PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
                   IF WS-EX-USED (WS-EXP-SUB) = "N"
                       PERFORM WRITE-ONE-UNUSED
                           THRU WRITE-ONE-UNUSED-EXIT
                   END-IF
               END-PERFORM.
               IF WS-UNUSED-COUNT = 0
                   MOVE "NO APPROVAL EXPIRED UNUSED IN THE PERIOD"
                       TO AUDIT-RECORD
                   PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
1300       WRITE-UNUSED-EXIT.
           EXIT.

      *-------------
1350       WRITE-ONE-UNUSED.
               ADD 1 TO WS-UNUSED-COUNT.
               MOVE SPACES TO UNUSED-DETAIL.
               MOVE WS-EX-AUTH-NO (WS-EXP-SUB) TO UD-AUTH-NO.
               MOVE WS-EX-FUNCTION (WS-EXP-SUB) TO UD-FUNCTION.
               MOVE WS-EX-TARGET-DATE (WS-EXP-SUB) TO UD-TARGET-DATE.
               MOVE WS-EX-TARGET-TIME (WS-EXP-SUB) TO UD-TARGET-TIME.
               MOVE WS-EX-APPROVER (WS-EXP-SUB) TO UD-APPROVER.
               MOVE WS-EX-STAMP-DATE (WS-EXP-SUB) TO UD-STAMP-DATE.
               MOVE WS-EX-EXPIRE-DATE (WS-EXP-SUB) TO UD-EXPIRE-DATE.
               MOVE WS-EX-EXPIRE-TIME (WS-EXP-SUB) TO UD-EXPIRE-TIME.
               MOVE WS-EX-REASON (WS-EXP-SUB) TO UD-REASON.
               MOVE UNUSED-DETAIL TO AUDIT-RECORD.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.
1350       WRITE-ONE-UNUSED-EXIT.
           EXIT.

      *-------------
1400       WRITE-TOTALS.
               MOVE WS-OVERRIDE-COUNT TO WS-COUNT-DISP.
               MOVE WS-UNUSED-COUNT TO WS-COUNT-DISP2.
               MOVE SPACES TO AUDIT-RECORD.
               STRING "OVERRIDES PERFORMED: " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "   APPROVALS EXPIRED UNUSED: " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.

               MOVE WS-AUTH-READ TO WS-COUNT-DISP.
               MOVE WS-AUTH-BAD TO WS-COUNT-DISP2.
               MOVE SPACES TO AUDIT-RECORD.
               STRING "AUTHORIZATION RECORDS READ " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "  UNREADABLE " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING.
               PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT.

               IF WS-TABLE-FULL
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "WARNING: MORE EXPIRED APPROVALS THAN THE "
                           DELIMITED BY SIZE
                          "TABLE HOLDS - SOME WERE NOT CHECKED"
                           DELIMITED BY SIZE
                       INTO AUDIT-RECORD
                   END-STRING
                   PERFORM WRITE-OA-LINE THRU WRITE-OA-LINE-EXIT
               END-IF.
1400       WRITE-TOTALS-EXIT.
           EXIT.

      *-------------
1500       WRITE-OA-LINE.
               IF WS-OARPT-STATUS = "00"
                   WRITE AUDIT-RECORD
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
1500       WRITE-OA-LINE-EXIT.
           EXIT.
