      *      FBZ402E  child ranges do not merge - gap, overlap,
      *               rule-set mismatch or totals that do not
      *               reconcile
      *      FBZ403W  unable to open FBSEAL - record not sealed
      *
      *    return codes: 0 merged clean, 8 the children do not make
      *    the parent range (the merged outputs are still written,
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

      *    the seal file - the merged history line, extract record
      *    and run-master record are chained onto it exactly as the
      *    main program chains its own. see copylib/FBSEALR.cpy.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

      *    the report-id card - the catalogued name of the merged
      *    FBRPT as the JCL resolved it, stamped on the calendar
      *    record below exactly as the main program stamps its own.
           SELECT RPTID-FILE ASSIGN TO "FBRPTID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPTID-STATUS.

       DATA DIVISION.
      *------------

           05  CX-RECONCILE-FLAG               PIC X(10).
           05  CX-RETURN-CODE                  PIC 9(04).
           05  CX-RULESET-ID                   PIC X(08).
           05  FILLER                          PIC X(17).
           05  CX-COST-CENTER                  PIC X(06).
           05  FILLER                          PIC X(03).

       FD  REPORT-FILE.
       01  REPORT-RECORD                       PIC X(132).
       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       FD  SEAL-FILE.
       COPY FBSEALR.

       FD  RPTID-FILE.
       01  RPTID-RECORD.
           05  RI-REPORT-DSN                   PIC X(44).
           05  FILLER                          PIC X(36).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RPTIN-STATUS         PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".
       77  WS-RPTID-STATUS         PIC X(02) VALUE "00".

       77  WS-RPTIN-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RPTIN-EOF                    VALUE "Y".
       77  WS-TOTAL-OTHER          PIC 9(08) VALUE 0.
       77  WS-RANGE-RC             PIC 9(04) VALUE 0.
       77  WS-RULESET-ID           PIC X(08) VALUE "DEFAULT".
      *    every child card is a copy of the parent's, cost center
      *    included - the first child's speaks for the night.
       77  WS-COST-CENTER          PIC X(06) VALUE SPACES.

      *    the parent's own RECONCILE-TOTALS arithmetic, re-run
      *    across the combined parts - every number from the parent
       77  WS-NEITHER-DISP         PIC Z(7)9.
       77  WS-OTHER-DISP           PIC Z(7)9.

      *    the seal chains - the main program's SEAL-ONE-RECORD
      *    fields, same meaning.
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
                   MOVE 0 TO WS-CH-RC (WS-CHILD-COUNT)
               END-IF.
               MOVE CX-RULESET-ID TO WS-CH-RULESET (WS-CHILD-COUNT).
               IF WS-CHILD-COUNT = 1
                   MOVE CX-COST-CENTER TO WS-COST-CENTER
               END-IF.
1050       NOTE-ONE-CHILD-EXIT.
           EXIT.

                      WS-OTHER-DISP DELIMITED BY SIZE
                   INTO HISTORY-RECORD
               END-STRING.
               MOVE HISTORY-RECORD TO WS-SEAL-DATA.
               WRITE HISTORY-RECORD.
               IF WS-HIST-STATUS = "00"
                   MOVE "FBHIST" TO WS-SEAL-FILE
                   MOVE 132 TO WS-SEAL-LEN
                   PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
               END-IF.
               CLOSE HISTORY-FILE.
1400       WRITE-HISTORY-EXIT.
           EXIT.
               MOVE WS-RECONCILE-FLAG TO XT-RECONCILE-FLAG.
               MOVE WS-RANGE-RC TO XT-RETURN-CODE.
               MOVE WS-RULESET-ID TO XT-RULESET-ID.
               MOVE WS-COST-CENTER TO XT-COST-CENTER.
               MOVE EXTRACT-RECORD TO WS-SEAL-DATA.
               MOVE SPACES TO WS-SEAL-DATA (95:17).
               WRITE EXTRACT-RECORD.
               IF WS-XTRC-STATUS = "00"
                   MOVE "FBXTRCT" TO WS-SEAL-FILE
                   MOVE 120 TO WS-SEAL-LEN
                   PERFORM SEAL-ONE-RECORD THRU SEAL-ONE-RECORD-EXIT
               END-IF.
               CLOSE EXTRACT-FILE.
1500       WRITE-EXTRACT-EXIT.
           EXIT.
               MOVE WS-RANGE-RC TO RM-RANGE-RC.
               MOVE "MERGED" TO RM-RUN-TYPE.
               MOVE WS-RULESET-ID TO RM-RULESET-ID.
               MOVE WS-COST-CENTER TO RM-COST-CENTER.
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
               CLOSE RUNMAST-FILE.
1550       WRITE-RUN-MASTER-EXIT.
           EXIT.
               END-IF.
               ACCEPT RUNCTL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT RUNCTL-STAMP-TIME FROM TIME.
               OPEN INPUT RPTID-FILE.
               IF WS-RPTID-STATUS = "00"
                   READ RPTID-FILE
                       NOT AT END
                           MOVE RI-REPORT-DSN TO RUNCTL-REPORT-DSN
                   END-READ
                   CLOSE RPTID-FILE
               END-IF.
               WRITE RUNCTL-RECORD.
               CLOSE RUN-CONTROL-FILE.
1600       STAMP-RUN-CONTROL-EXIT.
               END-IF.
1700       WRITE-OPS-MSG-EXIT.
           EXIT.

      *-------------
      *    extends the seal chain of one file by the record just
      *    written - the main program's SEAL-ONE-RECORD, entry for
      *    entry, stamped FBMERGE. a seal that cannot be written is
      *    a warning; the next FBSEALCK reports the gap.
1800       SEAL-ONE-RECORD.
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
                   MOVE "FBZ403W" TO WS-MSG-ID
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
               MOVE "FBMERGE" TO SL-PROGRAM.
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
1800       SEAL-ONE-RECORD-EXIT.
           EXIT.

      *-------------
      *    the last check value per file off FBSEAL - a RESEAL
      *    entry restarts its file's chain from zero.
1850       LOAD-SEAL-TIPS.
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
1850       LOAD-SEAL-TIPS-EXIT.
           EXIT.

      *-------------
1860       NOTE-SEAL-TIP.
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
1860       NOTE-SEAL-TIP-EXIT.
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
