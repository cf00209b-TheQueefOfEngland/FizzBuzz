      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:point-in-time backup of the whole FIZZBUZZ data estate
      *         as ONE set. restoring used to mean picking the right
      *         generation of eight separate datasets, and one of them
      *         a day out left FBRECON and FBSTATUS disagreeing for a
      *         week. this program copies FBRMAST, FBRUNCTL, FBHIST,
      *         FBXTRCT, FBCKPT, FBMSGLOG, FBRULEF and FBADLOG, in
      *         that order, into a single set dataset (FBSNAP, one
      *         generation per set - see copylib/FBSNAPR.cpy) and
      *         closes it with a manifest: per file the record count,
      *         the last record's key or date and, for FBRMAST and
      *         FBXTRCT, the five-total sums (copylib/FBMANIFR.cpy).
      *         the manifest is also appended to the manifest log
      *         FBBKMAN, where FBRESTOR is told which set to restore.
      *         read-only against all eight files.
      ******************************************************************

      *    a set is only consistent if no run is writing while it is
      *    taken: a business date left RUNNING on the run calendar
      *    (the last record for the date says RUNNING) refuses the
      *    backup outright - let the run finish, or FAIL a crashed
      *    one with the FBCALUTL job, then back up.
      *
      *    a file that is not there yet (status 35) goes into the set
      *    as an empty file, same as every reader here treats it.
      *
      *    ops-log message ids written here (the trap table owns the
      *    numbers, renumber nothing):
      *      FBZ471I  backup set written
      *      FBZ472E  backup refused - a run is in flight
      *      FBZ473E  backup failed - a file would not open
      *
      *    return codes: 0 set written, 8 refused - a business date
      *    is still RUNNING, nothing written, 12 a file would not
      *    open - the set has no manifest and FBRESTOR will never
      *    take it.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBSNAP.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the eight files of the set, in set order. the keyed run
      *    master is read through in key order - see
      *    copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    the run calendar - also read first on its own for the
      *    in-flight check. see copylib/FBRUNCTL.cpy.
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

      *    the operations message log - copied into the set first,
      *    then appended to with this run's own message, so the set
      *    never holds the message about itself.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

           SELECT RULE-FILE ASSIGN TO "FBRULEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT ADLOG-FILE ASSIGN TO "FBADLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADLOG-STATUS.

      *    the set being written - see copylib/FBSNAPR.cpy.
           SELECT SNAP-FILE ASSIGN TO "FBSNAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      *    the manifest log - appended. see copylib/FBMANIFR.cpy.
           SELECT MANIFEST-FILE ASSIGN TO "FBBKMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
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

       FD  SNAP-FILE.
       COPY FBSNAPR.

       FD  MANIFEST-FILE.
       COPY FBMANIFR.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       77  WS-HIST-STATUS          PIC X(02) VALUE "00".
       77  WS-XTRC-STATUS          PIC X(02) VALUE "00".
       77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".
       77  WS-RULE-STATUS          PIC X(02) VALUE "00".
       77  WS-ADLOG-STATUS         PIC X(02) VALUE "00".
       77  WS-SNAP-STATUS          PIC X(02) VALUE "00".
       77  WS-MAN-STATUS           PIC X(02) VALUE "00".

      *    the status of whichever set file is being worked.
       77  WS-LIVE-STATUS          PIC X(02) VALUE "00".
       77  WS-LIVE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-LIVE-EOF                     VALUE "Y".
       77  WS-RUNCTL-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-RUNCTL-EOF                   VALUE "Y".

      *    the set id - the date and time this run started.
       01  WS-SET-ID.
           05  WS-SET-DATE                     PIC 9(08).
           05  WS-SET-TIME                     PIC 9(06).
       01  WS-NOW-TIME.
           05  WS-NOW-HHMMSS                   PIC 9(06).
           05  FILLER                          PIC 9(02).
       77  WS-SET-RECORDS          PIC 9(08) VALUE 0.

      *    the files of the set, in set order.
       01  WS-FILE-NAMES.
           05  FILLER                          PIC X(32)
                       VALUE "FBRMAST FBRUNCTLFBHIST  FBXTRCT ".
           05  FILLER                          PIC X(32)
                       VALUE "FBCKPT  FBMSGLOGFBRULEF FBADLOG ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME OCCURS 8 TIMES     PIC X(08).
       77  WS-FSUB                 PIC 9(02).
       77  WS-TSUB                 PIC 9(01).

      *    what each file held as it was copied - the manifest.
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 8 TIMES.
               10  WS-TL-COUNT                 PIC 9(08).
               10  WS-TL-LAST                  PIC X(32).
               10  WS-TL-TOTAL OCCURS 5 TIMES  PIC 9(12).

      *    the record being copied, space-filled past its length.
      *    FBRMAST and FBXTRCT both carry the five totals in
      *    positions 33-72.
       01  WS-REC-DATA                         PIC X(132).
       01  WS-REC-AMOUNTS REDEFINES WS-REC-DATA.
           05  FILLER                          PIC X(32).
           05  WS-REC-AMOUNT OCCURS 5 TIMES    PIC 9(08).
           05  FILLER                          PIC X(60).

      *    business dates whose last calendar record so far says
      *    RUNNING. a table that overflows is treated as in flight
      *    - a blind check must never pass.
       77  WS-OPEN-COUNT           PIC 9(02) VALUE 0.
       77  WS-OPEN-SUB             PIC 9(02).
       77  WS-OPEN-HIT             PIC 9(02).
       01  WS-OPEN-TABLE.
           05  WS-OPEN-DATE OCCURS 20 TIMES    PIC 9(08).
       77  WS-OPEN-FULL-SWITCH     PIC X(01) VALUE "N".
           88  WS-OPEN-FULL                    VALUE "Y".

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07) VALUE SPACES.
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).

       77  WS-COUNT-DISP           PIC Z(7)9.


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-SET-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               MOVE WS-NOW-HHMMSS TO WS-SET-TIME.
               INITIALIZE WS-TALLY-TABLE.
               DISPLAY " FBSNAP: backup set " WS-SET-ID UPON TERM.

               PERFORM CHECK-IN-FLIGHT THRU CHECK-IN-FLIGHT-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN EXTEND MANIFEST-FILE.
               IF WS-MAN-STATUS = "35"
                   OPEN OUTPUT MANIFEST-FILE
               END-IF.
               IF WS-MAN-STATUS NOT = "00"
                   MOVE "FBBKMAN" TO WS-REC-DATA
                   MOVE WS-MAN-STATUS TO WS-LIVE-STATUS
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   GO TO MAIN-WRAP-UP
               END-IF.
               OPEN OUTPUT SNAP-FILE.
               IF WS-SNAP-STATUS NOT = "00"
                   MOVE "FBSNAP" TO WS-REC-DATA
                   MOVE WS-SNAP-STATUS TO WS-LIVE-STATUS
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   CLOSE MANIFEST-FILE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM VARYING WS-FSUB FROM 1 BY 1
                   UNTIL WS-FSUB > 8 OR RETURN-CODE = 12
                   PERFORM SNAP-ONE-FILE THRU SNAP-ONE-FILE-EXIT
               END-PERFORM.
               IF RETURN-CODE = 0
                   PERFORM WRITE-MANIFEST THRU WRITE-MANIFEST-EXIT
               END-IF.
               CLOSE SNAP-FILE.
               CLOSE MANIFEST-FILE.

               IF RETURN-CODE = 0
                   MOVE "FBZ471I" TO WS-MSG-ID
                   MOVE "I" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "BACKUP SET " DELIMITED BY SIZE
                          WS-SET-ID DELIMITED BY SIZE
                          " WRITTEN - 8 FILES, RECORDS "
                           DELIMITED BY SIZE
                          WS-SET-RECORDS DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-MSG-ID NOT = SPACES
                   PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT
               END-IF.
               DISPLAY " FBSNAP complete - set " WS-SET-ID
                       " records " WS-SET-RECORDS UPON TERM.
           STOP RUN.

      *-------------
      *    fold the run calendar down to the dates whose LAST record
      *    says RUNNING - a RUNNING record opens a date, any later
      *    record for the same date closes it. anything left open
      *    is a run writing to the files right now, or a crashed
      *    one nobody has failed yet; either way the set would not
      *    be one consistent point in time. no calendar at all is
      *    nothing in flight.
1100       CHECK-IN-FLIGHT.
               OPEN INPUT RUN-CONTROL-FILE.
               IF WS-RUNCTL-STATUS = "35"
                   GO TO CHECK-IN-FLIGHT-EXIT
               END-IF.
               IF WS-RUNCTL-STATUS NOT = "00"
                   MOVE "FBRUNCTL" TO WS-REC-DATA
                   MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   GO TO CHECK-IN-FLIGHT-EXIT
               END-IF.
               MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-CAL-RECORD
                               THRU NOTE-CAL-RECORD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RUN-CONTROL-FILE.

               IF WS-OPEN-COUNT = 0 AND NOT WS-OPEN-FULL
                   GO TO CHECK-IN-FLIGHT-EXIT
               END-IF.
               MOVE 8 TO RETURN-CODE.
               MOVE "FBZ472E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               IF WS-OPEN-FULL
                   DISPLAY " FBSNAP: more dates RUNNING than the "
                           "table holds - backup refused" UPON TERM
                   STRING "BACKUP REFUSED - MORE THAN 20 DATES STILL "
                           DELIMITED BY SIZE
                          "RUNNING ON FBRUNCTL" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               ELSE
                   DISPLAY " FBSNAP: " WS-OPEN-DATE (1)
                           " is still RUNNING - backup refused"
                           UPON TERM
                   STRING "BACKUP REFUSED - " DELIMITED BY SIZE
                          WS-OPEN-DATE (1) DELIMITED BY SIZE
                          " STILL RUNNING ON FBRUNCTL - SET WOULD NOT "
                           DELIMITED BY SIZE
                          "BE CONSISTENT" DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               END-IF.
1100       CHECK-IN-FLIGHT-EXIT.
           EXIT.

      *-------------
1150       NOTE-CAL-RECORD.
               MOVE 0 TO WS-OPEN-HIT.
               PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
                     OR WS-OPEN-HIT > 0
                   IF WS-OPEN-DATE (WS-OPEN-SUB) = RUNCTL-DATE
                       MOVE WS-OPEN-SUB TO WS-OPEN-HIT
                   END-IF
               END-PERFORM.

               IF RUNCTL-STATE = "RUNNING "
                   IF WS-OPEN-HIT = 0
                       IF WS-OPEN-COUNT >= 20
                           SET WS-OPEN-FULL TO TRUE
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE RUNCTL-DATE
                               TO WS-OPEN-DATE (WS-OPEN-COUNT)
                       END-IF
                   END-IF
                   GO TO NOTE-CAL-RECORD-EXIT
               END-IF.

      *    closed - the last open date drops into its slot.
               IF WS-OPEN-HIT > 0
                   MOVE WS-OPEN-DATE (WS-OPEN-COUNT)
                       TO WS-OPEN-DATE (WS-OPEN-HIT)
                   SUBTRACT 1 FROM WS-OPEN-COUNT
               END-IF.
1150       NOTE-CAL-RECORD-EXIT.
           EXIT.

      *-------------
      *    one file into the set, record by record, tallied as it
      *    goes.
1200       SNAP-ONE-FILE.
               PERFORM OPEN-LIVE-FILE THRU OPEN-LIVE-FILE-EXIT.
               IF WS-LIVE-STATUS = "35"
                   GO TO SNAP-ONE-FILE-REPORT
               END-IF.
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE WS-FILE-NAME (WS-FSUB) TO WS-REC-DATA
                   PERFORM NOTE-OPEN-FAILURE
                       THRU NOTE-OPEN-FAILURE-EXIT
                   GO TO SNAP-ONE-FILE-EXIT
               END-IF.

               MOVE "N" TO WS-LIVE-EOF-SWITCH.
               PERFORM READ-LIVE-FILE THRU READ-LIVE-FILE-EXIT.
               PERFORM UNTIL WS-LIVE-EOF
                   PERFORM NOTE-LIVE-RECORD
                       THRU NOTE-LIVE-RECORD-EXIT
                   MOVE WS-SET-ID TO SN-SET-ID
                   MOVE WS-FILE-NAME (WS-FSUB) TO SN-FILE
                   MOVE WS-TL-COUNT (WS-FSUB) TO SN-SEQ
                   MOVE WS-REC-DATA TO SN-DATA
                   WRITE SNAP-RECORD
                   PERFORM READ-LIVE-FILE THRU READ-LIVE-FILE-EXIT
               END-PERFORM.
               PERFORM CLOSE-LIVE-FILE THRU CLOSE-LIVE-FILE-EXIT.
               ADD WS-TL-COUNT (WS-FSUB) TO WS-SET-RECORDS.

1200       SNAP-ONE-FILE-REPORT.
               MOVE WS-TL-COUNT (WS-FSUB) TO WS-COUNT-DISP.
               DISPLAY "   " WS-FILE-NAME (WS-FSUB) " RECORDS "
                       WS-COUNT-DISP "  LAST "
                       WS-TL-LAST (WS-FSUB) UPON TERM.
1200       SNAP-ONE-FILE-EXIT.
           EXIT.

      *-------------
      *    the manifest - one row per file, then the SET row - onto
      *    the end of the set and onto the manifest log alike.
1500       WRITE-MANIFEST.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 9
                   MOVE SPACES TO MANIFEST-RECORD
                   MOVE WS-SET-ID TO MF-SET-ID
                   IF WS-FSUB > 8
                       MOVE "SET" TO MF-FILE
                       MOVE WS-SET-RECORDS TO MF-COUNT
                       MOVE 8 TO MF-SET-FILES
                       PERFORM VARYING WS-TSUB FROM 1 BY 1
                           UNTIL WS-TSUB > 5
                           MOVE 0 TO MF-TOTAL (WS-TSUB)
                       END-PERFORM
                   ELSE
                       MOVE WS-FILE-NAME (WS-FSUB) TO MF-FILE
                       MOVE WS-TL-COUNT (WS-FSUB) TO MF-COUNT
                       MOVE WS-TL-LAST (WS-FSUB) TO MF-LAST
                       PERFORM VARYING WS-TSUB FROM 1 BY 1
                           UNTIL WS-TSUB > 5
                           MOVE WS-TL-TOTAL (WS-FSUB WS-TSUB)
                               TO MF-TOTAL (WS-TSUB)
                       END-PERFORM
                   END-IF
                   MOVE WS-SET-ID TO SN-SET-ID
                   MOVE "MANIFEST" TO SN-FILE
                   MOVE WS-FSUB TO SN-SEQ
                   MOVE MANIFEST-RECORD TO SN-DATA
                   WRITE SNAP-RECORD
                   WRITE MANIFEST-RECORD
               END-PERFORM.
1500       WRITE-MANIFEST-EXIT.
           EXIT.

      *-------------
      *    a file that would not open - WS-REC-DATA names it,
      *    WS-LIVE-STATUS has the status.
1600       NOTE-OPEN-FAILURE.
               DISPLAY " FBSNAP: unable to open " WS-REC-DATA (1:8)
                       " - status " WS-LIVE-STATUS UPON TERM.
               MOVE "FBZ473E" TO WS-MSG-ID.
               MOVE "E" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "BACKUP SET " DELIMITED BY SIZE
                      WS-SET-ID DELIMITED BY SIZE
                      " NOT USABLE - " DELIMITED BY SIZE
                      WS-REC-DATA (1:8) DELIMITED BY SPACE
                      " WOULD NOT OPEN, FILE STATUS " DELIMITED BY SIZE
                      WS-LIVE-STATUS DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               MOVE 12 TO RETURN-CODE.
1600       NOTE-OPEN-FAILURE-EXIT.
           EXIT.

      *-------------
      *    the set file named by WS-FSUB, opened for input. the
      *    OPEN/READ/CLOSE-LIVE-FILE and NOTE-LIVE-RECORD paragraphs
      *    are repeated in FBRESTOR and must stay identical - the
      *    restore checks its files exactly the way they were
      *    tallied here.
1700       OPEN-LIVE-FILE.
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
1700       OPEN-LIVE-FILE-EXIT.
           EXIT.

      *-------------
1750       READ-LIVE-FILE.
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
1750       READ-LIVE-FILE-EXIT.
           EXIT.

      *-------------
1800       CLOSE-LIVE-FILE.
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
1800       CLOSE-LIVE-FILE-EXIT.
           EXIT.

      *-------------
      *    tally one record: count it, keep its identity as the
      *    file's last so far (run date, run time and counter on a
      *    checkpoint, the leading 32 bytes on everything else) and
      *    on FBRMAST and FBXTRCT add its five totals in.
1850       NOTE-LIVE-RECORD.
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
1850       NOTE-LIVE-RECORD-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract. the log is in the set, so it is only opened
      *    for this once the copying is over.
1950       WRITE-OPS-MSG.
               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.
               IF WS-MLOG-STATUS NOT = "00"
                   GO TO WRITE-OPS-MSG-EXIT
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
               CLOSE MSGLOG-FILE.
1950       WRITE-OPS-MSG-EXIT.
           EXIT.
