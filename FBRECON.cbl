      *    return codes: 0 all three files agree on every range, 8
      *    discrepancies found - hold the warehouse load, read
      *    FBRCRPT, 12 a file would not open.
      *
      *    the outcome is also appended to FBVRSLT, keyed on the
      *    business date off the report header, for FBDIST to
      *    release or hold the report by.

       IDENTIFICATION DIVISION.
      *---------------
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCRPT-STATUS.

      *    the check-results file FBDIST releases the report by -
      *    one record appended per run. see copylib/FBVRSLT.cpy.
           SELECT RESULT-FILE ASSIGN TO "FBVRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VRSLT-STATUS.

       DATA DIVISION.
      *------------

           05  FILLER                          PIC X(13).
           05  RT-OTHER-X                      PIC X(08).
           05  FILLER                          PIC X(25).
      *    the report header - rule set and business date where the
      *    main program's STRING puts them, the FBVERIFY carve.
       01  RPT-HEADER-LINE.
           05  FILLER                          PIC X(37).
           05  RH-RULESET-X                    PIC X(08).
           05  FILLER                          PIC X(11).
           05  RH-RUN-DATE-X                   PIC X(08).
           05  FILLER                          PIC X(68).

      *    the compact history line - same carve as the trend
      *    report's new-layout record, " RS=" tag at column 19.
       FD  RECON-REPORT.
       01  RECON-RECORD                        PIC X(132).

       FD  RESULT-FILE.
       COPY FBVRSLT.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RPT-STATUS           PIC X(02) VALUE "00".
       77  WS-HIST-STATUS          PIC X(02) VALUE "00".
       77  WS-XTRC-STATUS          PIC X(02) VALUE "00".
       77  WS-RCRPT-STATUS         PIC X(02) VALUE "00".
       77  WS-VRSLT-STATUS         PIC X(02) VALUE "00".

       77  WS-RPT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-RPT-EOF                      VALUE "Y".
       77  WS-COUNT-DISP2          PIC Z(7)9.
       77  WS-TODAY                PIC 9(08).

      *    what the report header names - what the check-results
      *    record is filed under.
       77  WS-REPORT-DATE          PIC 9(08) VALUE 0.
       77  WS-REPORT-RULESET       PIC X(08) VALUE SPACES.


       PROCEDURE DIVISION.
      *-----------------------
                   MOVE 8 TO RETURN-CODE
               END-IF.

               PERFORM WRITE-CHECK-RESULT THRU WRITE-CHECK-RESULT-EXIT.

               DISPLAY " FBRECON complete - ranges " WS-RNG-COUNT
                       " discrepancies " WS-DISCREPANCIES UPON TERM.


      *-------------
1100       LOAD-REPORT-LINE.
               IF RPT-LINE (1:9) = "FIZZBUZZ "
                   MOVE RH-RULESET-X TO WS-REPORT-RULESET
                   IF RH-RUN-DATE-X IS NUMERIC
                       MOVE RH-RUN-DATE-X TO WS-REPORT-DATE
                   END-IF
                   GO TO LOAD-REPORT-LINE-EXIT
               END-IF.
               IF RPT-LINE (1:6) = "RANGE "
                   PERFORM NOTE-RANGE-HEADER
                       THRU NOTE-RANGE-HEADER-EXIT
               END-IF.
1700       WRITE-RECON-LINE-EXIT.
           EXIT.

      *-------------
      *    the outcome onto the check-results file for FBDIST.
      *    anything but a clean pass is HELD - a file that would not
      *    open proved nothing either. a results file that will not
      *    open costs nothing here: with no RECON record on file
      *    FBDIST holds the night anyway, which is the safe way
      *    round.
1800       WRITE-CHECK-RESULT.
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
               MOVE "RECON" TO VR-CHECKER.
               MOVE WS-REPORT-RULESET TO VR-RULESET-ID.
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
1800       WRITE-CHECK-RESULT-EXIT.
           EXIT.
