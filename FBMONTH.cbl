      *    the human-readable text it now is; FBHNEW is the survivor
      *    file the next job step copies back over the live dataset.
      *
      *    a prune that archived anything breaks the FBHIST chain on
      *    the seal file, by design - so the survivors are re-sealed:
      *    a RESEAL entry naming the cutoff, then a fresh chain over
      *    FBHNEW in the order the copyback lays it down. the job
      *    runs FBSEALCK ahead of this step and holds it on a broken
      *    chain, so a prune never re-seals over an edit nobody has
      *    seen. see copylib/FBSEALR.cpy.
      *
      *    retention card on FBMOPARM, cols 1-2: months of history
      *    detail to keep (default 03 with no card).
      *    return codes: 0 clean, 4 more months on file than the
      *    summary table holds (oldest summarized short - widen the
      *    table), or FBSEAL would not open and the pruned history
      *    is not re-sealed (FBSEALCK will report the chain broken
      *    at the prune), 12 a file would not open.

       IDENTIFICATION DIVISION.
      *---------------
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MOPARM-STATUS.

      *    the seal file - the re-seal of the pruned history goes
      *    on the end of it.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

       DATA DIVISION.
      *------------

                                               PIC 9(02).
           05  FILLER                          PIC X(78).

       FD  SEAL-FILE.
       COPY FBSEALR.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-HIST-KEPT            PIC 9(08) VALUE 0.
       77  WS-HIST-ARCHIVED        PIC 9(08) VALUE 0.

      *    re-seal of the pruned history - see RESEAL-HISTORY. the
      *    check value arithmetic is the main program's
      *    SEAL-CHECK-VALUE.
       77  WS-SEAL-STATUS          PIC X(02) VALUE "00".
       77  WS-SEAL-SWITCH          PIC X(01) VALUE "N".
           88  WS-SEAL-DONE                    VALUE "Y".
           88  WS-SEAL-FAILED                  VALUE "F".
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

       77  WS-COUNT-DISP           PIC Z(7)9.

       01  SUMMARY-HEADING.
               PERFORM WRITE-MONTHLY-SUMMARY
                   THRU WRITE-MONTHLY-SUMMARY-EXIT.
               PERFORM PRUNE-HISTORY THRU PRUNE-HISTORY-EXIT.
               PERFORM RESEAL-HISTORY THRU RESEAL-HISTORY-EXIT.
               PERFORM WRITE-TRAILER THRU WRITE-TRAILER-EXIT.

               IF WS-MSUM-STATUS = "00"
                   CLOSE SUMMARY-FILE
               END-IF.

               IF (WS-TABLE-FULL OR WS-SEAL-FAILED)
                 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

                       THRU WRITE-SUMMARY-LINE-EXIT
               END-IF.

               IF WS-SEAL-DONE
                   MOVE WS-SEAL-COUNT TO WS-COUNT-DISP
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "HISTORY LINES RE-SEALED:" DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   END-STRING
                   PERFORM WRITE-SUMMARY-LINE
                       THRU WRITE-SUMMARY-LINE-EXIT
               END-IF.

               IF WS-SEAL-FAILED
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "WARNING: FBSEAL WOULD NOT OPEN - PRUNED "
                           DELIMITED BY SIZE
                          "HISTORY NOT RE-SEALED" DELIMITED BY SIZE
                       INTO SUMMARY-RECORD
                   END-STRING
                   PERFORM WRITE-SUMMARY-LINE
                       THRU WRITE-SUMMARY-LINE-EXIT
               END-IF.

               IF WS-TABLE-FULL
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "WARNING: MORE MONTHS ON FILE THAN THE "
               END-IF.
1700       WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      *-------------
      *    the survivors re-sealed behind a RESEAL entry that says
      *    why. nothing archived means FBHIST is unchanged and its
      *    chain still holds - no re-seal. a prune that went 12 is
      *    never copied back, so it is never sealed either.
1800       RESEAL-HISTORY.
               IF RETURN-CODE = 12 OR WS-HIST-ARCHIVED = 0
                   GO TO RESEAL-HISTORY-EXIT
               END-IF.
               OPEN EXTEND SEAL-FILE.
               IF WS-SEAL-STATUS = "35"
                   OPEN OUTPUT SEAL-FILE
               END-IF.
               IF WS-SEAL-STATUS NOT = "00"
                   DISPLAY " WARNING: unable to open FBSEAL - status "
                           WS-SEAL-STATUS " - history not re-sealed"
                           UPON TERM
                   SET WS-SEAL-FAILED TO TRUE
                   GO TO RESEAL-HISTORY-EXIT
               END-IF.
               OPEN INPUT NEWHIST-FILE.
               IF WS-NEWH-STATUS NOT = "00"
                   DISPLAY " WARNING: unable to reopen FBHNEW - status "
                           WS-NEWH-STATUS " - history not re-sealed"
                           UPON TERM
                   SET WS-SEAL-FAILED TO TRUE
                   CLOSE SEAL-FILE
                   GO TO RESEAL-HISTORY-EXIT
               END-IF.

               MOVE SPACES TO SEAL-RECORD.
               MOVE "RESEAL" TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBMONTH" TO SL-PROGRAM.
               MOVE 0 TO SL-CHAIN.
               MOVE "FBHIST" TO SL-RESEAL-OF.
               STRING "MONTH-END PRUNE BEFORE " DELIMITED BY SIZE
                      WS-CUTOFF-YYYYMM DELIMITED BY SIZE
                      " - ARCHIVED " DELIMITED BY SIZE
                      WS-HIST-ARCHIVED DELIMITED BY SIZE
                   INTO SL-REASON
               END-STRING.
               WRITE SEAL-RECORD.

               MOVE 0 TO WS-SEAL-VALUE.
               MOVE "N" TO WS-HIST-EOF-SWITCH.
               PERFORM UNTIL WS-HIST-EOF
                   READ NEWHIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM SEAL-ONE-LINE
                               THRU SEAL-ONE-LINE-EXIT
                   END-READ
               END-PERFORM.
               CLOSE NEWHIST-FILE.
               CLOSE SEAL-FILE.
               SET WS-SEAL-DONE TO TRUE.
1800       RESEAL-HISTORY-EXIT.
           EXIT.

      *-------------
1850       SEAL-ONE-LINE.
               MOVE NEWHIST-RECORD TO WS-SEAL-DATA.
               MOVE 132 TO WS-SEAL-LEN.
               PERFORM SEAL-CHECK-VALUE THRU SEAL-CHECK-VALUE-EXIT.
               MOVE SPACES TO SEAL-RECORD.
               MOVE "FBHIST" TO SL-FILE.
               ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-STAMP-TIME FROM TIME.
               MOVE "FBMONTH" TO SL-PROGRAM.
               MOVE WS-SEAL-VALUE TO SL-CHAIN.
               MOVE WS-SEAL-DATA (1:32) TO SL-KEY.
               WRITE SEAL-RECORD.
               ADD 1 TO WS-SEAL-COUNT.
1850       SEAL-ONE-LINE-EXIT.
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
