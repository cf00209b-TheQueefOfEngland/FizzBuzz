
      *    return codes: 0 report verifies clean, 8 discrepancies
      *    found - hold distribution, read FBVRPT.
      *
      *    the outcome is also appended to FBVRSLT, keyed on the
      *    business date off the report header, for FBDIST to
      *    release or hold the report by.

       IDENTIFICATION DIVISION.
      *---------------
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULEF-STATUS.

      *    the check-results file FBDIST releases the report by -
      *    one record appended per run. see copylib/FBVRSLT.cpy.
           SELECT RESULT-FILE ASSIGN TO "FBVRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VRSLT-STATUS.

       DATA DIVISION.
      *------------

       01  RPT-HEADER-LINE.
           05  FILLER                          PIC X(37).
           05  RH-RULESET-X                    PIC X(08).
           05  FILLER                          PIC X(11).
           05  RH-RUN-DATE-X                   PIC X(08).
           05  FILLER                          PIC X(68).

       FD  VERIFY-REPORT.
       01  VERIFY-RECORD                       PIC X(132).
       FD  RULE-FILE.
       COPY FBRULEF.

       FD  RESULT-FILE.
       COPY FBVRSLT.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RPT-STATUS           PIC X(02) VALUE "00".
           88  WS-RULESET-HIT                  VALUE "Y".
       77  WS-RULE-SUB             PIC 9(02).

      *    the business date the report header names - what the
      *    check-results record is filed under.
       77  WS-VRSLT-STATUS         PIC X(02) VALUE "00".
       77  WS-REPORT-DATE          PIC 9(08) VALUE 0.

       77  WS-COUNTER              PIC 9(08).
       77  WS-QUOTIENT             PIC 9(08).
       77  WS-REST3                PIC 9(03).
                   MOVE 8 TO RETURN-CODE
               END-IF.

               PERFORM WRITE-CHECK-RESULT THRU WRITE-CHECK-RESULT-EXIT.

               DISPLAY " FBVERIFY complete - details verified "
                       WS-DETAILS-VERIFIED " discrepancies "
                       WS-DISCREPANCIES UPON TERM.
      *    detail line is judged.
               IF RPT-DETAIL-LINE (1:9) = "FIZZBUZZ "
                   MOVE RH-RULESET-X TO WS-RULESET-WANTED
                   IF RH-RUN-DATE-X IS NUMERIC
                       MOVE RH-RUN-DATE-X TO WS-REPORT-DATE
                   END-IF
                   PERFORM LOAD-RULE-SET THRU LOAD-RULE-SET-EXIT
                   GO TO VERIFY-ONE-LINE-EXIT
               END-IF.
               END-PERFORM.
1850       LOAD-ONE-RULE-REC-EXIT.
           EXIT.

      *-------------
      *    the outcome onto the check-results file for FBDIST.
      *    anything but a clean pass is HELD - a report that would
      *    not open proved nothing either. a results file that will
      *    not open costs nothing here: with no VERIFY record on
      *    file FBDIST holds the night anyway, which is the safe
      *    way round.
1900       WRITE-CHECK-RESULT.
               OPEN EXTEND RESULT-FILE.
               IF WS-VRSLT-STATUS NOT = "00"
                   OPEN OUTPUT RESULT-FILE
               END-IF.
               IF WS-VRSLT-STATUS NOT = "00"
                   DISPLAY " WARNING: unable to open FBVRSLT - status "
                           WS-VRSLT-STATUS UPON TERM
                   GO TO WRITE-CHECK-RESULT-EXIT
               END-IF.

               MOVE SPACES TO VRSLT-RECORD.
               MOVE WS-REPORT-DATE TO VR-BUSINESS-DATE.
               MOVE "VERIFY" TO VR-CHECKER.
               MOVE WS-RULESET-WANTED TO VR-RULESET-ID.
               IF RETURN-CODE = 0
                   SET VR-CLEAN TO TRUE
               ELSE
                   SET VR-HELD TO TRUE
               END-IF.
               MOVE RETURN-CODE TO VR-RETURN-CODE.
               MOVE WS-DISCREPANCIES TO VR-DISCREPANCIES.
               MOVE WS-TODAY TO VR-CHECK-DATE.
               ACCEPT VR-CHECK-TIME FROM TIME.
               WRITE VRSLT-RECORD.
               CLOSE RESULT-FILE.
1900       WRITE-CHECK-RESULT-EXIT.
           EXIT.
