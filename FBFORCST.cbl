      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:next-night capacity forecast. nothing used to say
      *         how long a range would take until it had taken it,
      *         so a 40-million-number card on FBPARM announced
      *         itself at 6 AM with a blown batch window. the main
      *         program now times every range onto FBTIMING; this
      *         program runs before the night, reads the schedule
      *         the night will run (the same FBPARM cards, read by
      *         the main program's own rules) and the recent timing
      *         history, projects each range's elapsed time and the
      *         whole night's, and comes back non-zero when the
      *         schedule will not fit the window - with the FBSPLIT
      *         child count that would make the parent range fit.
      ******************************************************************

      *    window card on FBFCPARM:
      *      cols  1- 4  batch window in minutes (default 0360 with
      *                  no card)
      *      cols  6- 7  how many recent timed ranges to average,
      *                  01-50 (default 20 when blank)
      *
      *    throughput is hundredths of a second per number over the
      *    most recent timed ranges - kept apart for quiet and
      *    console-display ranges, because the per-number DISPLAY
      *    costs real time. a range whose kind has no history is
      *    projected on all of it, and the line says so.
      *
      *    FBSPLIT only ever cuts the FIRST range card (the parent)
      *    into parallel children, so the recommendation is the
      *    smallest child count 02-09 whose longest child fits the
      *    window; any other ranges on the schedule are listed as
      *    not carried by the split.
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ431I  tonight's schedule fits the batch window
      *      FBZ432W  tonight's schedule will not fit the window
      *
      *    return codes: 0 the schedule fits, 4 nothing to project
      *    - no timing history yet, or no range card - read
      *    FBFCRPT, 8 the schedule will not fit the window (or the
      *    window card is mispunched), 12 a file would not open.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBFORCST.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the schedule the night will run, read off the FBPARM
      *    range cards. only cols 1-18 matter here - start value
      *    1-8, times to simulate 9-16, quiet flag 17, force flag 18.
      *    the cost center and submitter further along the card are
      *    the main program's business and are left as filler.
           SELECT PARM-FILE ASSIGN TO "FBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    the window card.
           SELECT FCPARM-FILE ASSIGN TO "FBFCPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FCPARM-STATUS.

      *    the range timing history the main program appends. see
      *    copylib/FBTIMING.cpy.
           SELECT TIMING-FILE ASSIGN TO "FBTIMING"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

      *    the forecast report.
           SELECT FORECAST-REPORT ASSIGN TO "FBFCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FCRPT-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-START-X                   PIC X(08).
           05  PARM-START-N REDEFINES PARM-START-X
                                              PIC 9(08).
           05  PARM-TTS-X                     PIC X(08).
           05  PARM-TTS-N REDEFINES PARM-TTS-X
                                              PIC 9(08).
           05  PARM-QUIET-FLAG                PIC X(01).
           05  PARM-FORCE-FLAG                PIC X(01).
           05  FILLER                         PIC X(62).

       FD  FCPARM-FILE.
       01  FCPARM-RECORD.
           05  FC-WINDOW-X                     PIC X(04).
           05  FC-WINDOW-N REDEFINES FC-WINDOW-X
                                               PIC 9(04).
           05  FILLER                          PIC X(01).
           05  FC-DEPTH-X                      PIC X(02).
           05  FC-DEPTH-N REDEFINES FC-DEPTH-X
                                               PIC 9(02).
           05  FILLER                          PIC X(73).

       FD  TIMING-FILE.
       COPY FBTIMING.

       FD  FORECAST-REPORT.
       01  FORECAST-RECORD                     PIC X(132).

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-PARM-STATUS          PIC X(02) VALUE "00".
       77  WS-FCPARM-STATUS        PIC X(02) VALUE "00".
       77  WS-TIMING-STATUS        PIC X(02) VALUE "00".
       77  WS-FCRPT-STATUS         PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-PARM-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-PARM-EOF                     VALUE "Y".
       77  WS-TIMING-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-TIMING-EOF                   VALUE "Y".

      *    the window and the history depth, off the card.
       77  WS-WINDOW-MINUTES       PIC 9(04) VALUE 0360.
       77  WS-WINDOW-HUND          PIC 9(10) VALUE 0.
       77  WS-HIST-DEPTH           PIC 9(02) VALUE 20.

      *    the schedule, loaded the way LOAD-PARM-CARD loads it.
       77  WS-PARM-COUNT           PIC 9(02) VALUE 0.
       77  WS-PARM-MAX             PIC 9(02) VALUE 50.
       77  WS-PARM-SKIPPED         PIC 9(04) VALUE 0.
       77  WS-RANGE-NUM            PIC 9(02).
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 50 TIMES.
               10  WS-PE-START                 PIC 9(08).
               10  WS-PE-TTS                   PIC 9(08).
               10  WS-PE-QUIET                 PIC X(01).
               10  WS-PE-NUMBERS               PIC 9(08).
               10  WS-PE-PROJECTED             PIC 9(10).

      *    the recent timing history - a ring over the last
      *    WS-HIST-DEPTH usable records, oldest overwritten first.
       77  WS-HIST-COUNT           PIC 9(02) VALUE 0.
       77  WS-HIST-NEXT            PIC 9(02) VALUE 1.
       77  WS-HIST-SUB             PIC 9(02).
       77  WS-TIMING-READ          PIC 9(06) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 50 TIMES.
               10  WS-HE-NUMBERS               PIC 9(08).
               10  WS-HE-ELAPSED               PIC 9(08).
               10  WS-HE-QUIET                 PIC X(01).

      *    throughput: sums over the ring, then hundredths of a
      *    second per number - all history, quiet ranges only, and
      *    console ranges only.
       77  WS-SUM-ALL-NUMBERS      PIC 9(12) VALUE 0.
       77  WS-SUM-ALL-ELAPSED      PIC 9(12) VALUE 0.
       77  WS-SUM-QUIET-NUMBERS    PIC 9(12) VALUE 0.
       77  WS-SUM-QUIET-ELAPSED    PIC 9(12) VALUE 0.
       77  WS-SUM-LOUD-NUMBERS     PIC 9(12) VALUE 0.
       77  WS-SUM-LOUD-ELAPSED     PIC 9(12) VALUE 0.
       77  WS-RATE-ALL             PIC 9(05)V9(09) VALUE 0.
       77  WS-RATE-QUIET           PIC 9(05)V9(09) VALUE 0.
       77  WS-RATE-LOUD            PIC 9(05)V9(09) VALUE 0.
       77  WS-RATE-USED            PIC 9(05)V9(09) VALUE 0.
       77  WS-RATE-BASIS           PIC X(08).
       77  WS-PARENT-RATE          PIC 9(05)V9(09) VALUE 0.
       77  WS-PER-SECOND           PIC 9(10) VALUE 0.

      *    the projection.
       77  WS-TOTAL-PROJECTED      PIC 9(10) VALUE 0.
       77  WS-CUMULATIVE           PIC 9(10) VALUE 0.
       77  WS-OTHER-PROJECTED      PIC 9(10) VALUE 0.
       77  WS-FITS-SWITCH          PIC X(01) VALUE "N".
           88  WS-SCHEDULE-FITS                VALUE "Y".

      *    the split search - FBSPLIT's own arithmetic: an even
      *    share per child, the last child carrying the remainder.
       77  WS-SPLIT-N              PIC 9(02).
       77  WS-SPLIT-FOUND          PIC 9(02) VALUE 0.
       77  WS-SPLIT-SHARE          PIC 9(08).
       77  WS-SPLIT-REMAINDER      PIC 9(08).
       77  WS-SPLIT-LONGEST        PIC 9(08).
       77  WS-SPLIT-PROJECTED      PIC 9(10) VALUE 0.

      *    elapsed hundredths into HHHH:MM:SS for the report.
       77  WS-FMT-HUND             PIC 9(10).
       77  WS-FMT-SECONDS          PIC 9(08).
       77  WS-FMT-HOURS            PIC 9(04).
       77  WS-FMT-MINUTES          PIC 9(02).
       77  WS-FMT-SECS             PIC 9(02).
       77  WS-FMT-REST             PIC 9(08).
       77  WS-FMT-HOURS-DISP       PIC Z(3)9.
       77  WS-FMT-TEXT             PIC X(10).
       77  WS-FMT-TEXT2            PIC X(10).

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNT-DISP2          PIC Z(7)9.
       77  WS-COUNT-DISP3          PIC Z(7)9.
       77  WS-RANGE-DISP           PIC Z9.

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

               OPEN OUTPUT FORECAST-REPORT.
               IF WS-FCRPT-STATUS NOT = "00"
                   DISPLAY " FBFORCST: unable to open FBFCRPT - "
                           "status " WS-FCRPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM READ-WINDOW-CARD THRU READ-WINDOW-CARD-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM READ-SCHEDULE THRU READ-SCHEDULE-EXIT.
               PERFORM LOAD-TIMING-HISTORY
                   THRU LOAD-TIMING-HISTORY-EXIT.
               PERFORM WRITE-HEADINGS THRU WRITE-HEADINGS-EXIT.

               IF WS-PARM-COUNT = 0
                   MOVE "NO USABLE RANGE CARD ON FBPARM - NOTHING TO "
                       TO FORECAST-RECORD
                   MOVE "FORECAST" TO FORECAST-RECORD (45:8)
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
                   MOVE 4 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM PROJECT-ONE-RANGE THRU PROJECT-ONE-RANGE-EXIT
                   VARYING WS-RANGE-NUM FROM 1 BY 1
                   UNTIL WS-RANGE-NUM > WS-PARM-COUNT.

               IF WS-HIST-COUNT = 0
                   MOVE 4 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM WRITE-VERDICT THRU WRITE-VERDICT-EXIT.
               IF NOT WS-SCHEDULE-FITS
                   PERFORM RECOMMEND-SPLIT THRU RECOMMEND-SPLIT-EXIT
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-FCRPT-STATUS = "00"
                   CLOSE FORECAST-REPORT
               END-IF.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBFORCST complete - ranges " WS-PARM-COUNT
                       " timed history " WS-HIST-COUNT
                       " recommended split " WS-SPLIT-FOUND UPON TERM.
           STOP RUN.

      *-------------
      *    the window and history depth. no card means the standing
      *    six-hour window and the last 20 ranges; a card that does
      *    not read is a mispunch, not a judgment call.
1000       READ-WINDOW-CARD.
               OPEN INPUT FCPARM-FILE.
               IF WS-FCPARM-STATUS NOT = "00"
                   GO TO READ-WINDOW-CARD-SET
               END-IF.
               READ FCPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-WINDOW-X IS NUMERIC
                         AND FC-WINDOW-N > 0
                           MOVE FC-WINDOW-N TO WS-WINDOW-MINUTES
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       IF FC-DEPTH-X NOT = SPACES
                           IF FC-DEPTH-X IS NUMERIC
                             AND FC-DEPTH-N > 0
                             AND FC-DEPTH-N NOT > 50
                               MOVE FC-DEPTH-N TO WS-HIST-DEPTH
                           ELSE
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ.
               CLOSE FCPARM-FILE.
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO FORECAST-RECORD
                   STRING "WINDOW CARD DOES NOT READ - MINUTES COLS "
                           DELIMITED BY SIZE
                          "1-4 ABOVE ZERO, HISTORY DEPTH COLS 6-7 "
                           DELIMITED BY SIZE
                          "01-50 OR BLANK - CARD SAID '"
                           DELIMITED BY SIZE
                          FCPARM-RECORD (1:7) DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
                   GO TO READ-WINDOW-CARD-EXIT
               END-IF.

1000       READ-WINDOW-CARD-SET.
               MULTIPLY WS-WINDOW-MINUTES BY 6000
                   GIVING WS-WINDOW-HUND.
1000       READ-WINDOW-CARD-EXIT.
           EXIT.

      *-------------
      *    the schedule, card by card - numeric run size above zero
      *    makes a range, a zero or blank start means 1, exactly as
      *    the main program's LOAD-PARM-CARD has it. no prompt
      *    fallback here: a night with no range card is the edit
      *    step's to stop.
1100       READ-SCHEDULE.
               OPEN INPUT PARM-FILE.
               IF WS-PARM-STATUS NOT = "00"
                   GO TO READ-SCHEDULE-EXIT
               END-IF.
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-PARM-CARD
                               THRU LOAD-PARM-CARD-EXIT
                   END-READ
               END-PERFORM.
               CLOSE PARM-FILE.
1100       READ-SCHEDULE-EXIT.
           EXIT.

      *-------------
1150       LOAD-PARM-CARD.
               IF PARM-TTS-X IS NOT NUMERIC
                 OR PARM-TTS-N = 0
                   GO TO LOAD-PARM-CARD-EXIT
               END-IF.
               IF WS-PARM-COUNT >= WS-PARM-MAX
                   ADD 1 TO WS-PARM-SKIPPED
                   GO TO LOAD-PARM-CARD-EXIT
               END-IF.
               ADD 1 TO WS-PARM-COUNT.
               IF PARM-START-X IS NUMERIC
                 AND PARM-START-N > 0
                   MOVE PARM-START-N TO WS-PE-START (WS-PARM-COUNT)
               ELSE
                   MOVE 1 TO WS-PE-START (WS-PARM-COUNT)
               END-IF.
               MOVE PARM-TTS-N TO WS-PE-TTS (WS-PARM-COUNT).
               MOVE PARM-QUIET-FLAG TO WS-PE-QUIET (WS-PARM-COUNT).
               IF WS-PE-TTS (WS-PARM-COUNT) >
                  WS-PE-START (WS-PARM-COUNT)
                   SUBTRACT WS-PE-START (WS-PARM-COUNT)
                       FROM WS-PE-TTS (WS-PARM-COUNT)
                       GIVING WS-PE-NUMBERS (WS-PARM-COUNT)
               ELSE
                   MOVE 0 TO WS-PE-NUMBERS (WS-PARM-COUNT)
               END-IF.
               MOVE 0 TO WS-PE-PROJECTED (WS-PARM-COUNT).
1150       LOAD-PARM-CARD-EXIT.
           EXIT.

      *-------------
      *    the timing history into the ring. a record that does not
      *    read numeric, or timed nothing, teaches nothing about
      *    throughput and is passed over. no file yet just means no
      *    history yet.
1200       LOAD-TIMING-HISTORY.
               OPEN INPUT TIMING-FILE.
               IF WS-TIMING-STATUS NOT = "00"
                   GO TO LOAD-TIMING-HISTORY-EXIT
               END-IF.
               PERFORM UNTIL WS-TIMING-EOF
                   READ TIMING-FILE
                       AT END
                           SET WS-TIMING-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-TIMING
                               THRU LOAD-ONE-TIMING-EXIT
                   END-READ
               END-PERFORM.
               CLOSE TIMING-FILE.

               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   ADD WS-HE-NUMBERS (WS-HIST-SUB)
                       TO WS-SUM-ALL-NUMBERS
                   ADD WS-HE-ELAPSED (WS-HIST-SUB)
                       TO WS-SUM-ALL-ELAPSED
                   IF WS-HE-QUIET (WS-HIST-SUB) = "Y"
                       ADD WS-HE-NUMBERS (WS-HIST-SUB)
                           TO WS-SUM-QUIET-NUMBERS
                       ADD WS-HE-ELAPSED (WS-HIST-SUB)
                           TO WS-SUM-QUIET-ELAPSED
                   ELSE
                       ADD WS-HE-NUMBERS (WS-HIST-SUB)
                           TO WS-SUM-LOUD-NUMBERS
                       ADD WS-HE-ELAPSED (WS-HIST-SUB)
                           TO WS-SUM-LOUD-ELAPSED
                   END-IF
               END-PERFORM.

               IF WS-SUM-ALL-NUMBERS > 0
                   COMPUTE WS-RATE-ALL ROUNDED
                       = WS-SUM-ALL-ELAPSED / WS-SUM-ALL-NUMBERS
               END-IF.
               IF WS-SUM-QUIET-NUMBERS > 0
                   COMPUTE WS-RATE-QUIET ROUNDED
                       = WS-SUM-QUIET-ELAPSED / WS-SUM-QUIET-NUMBERS
               END-IF.
               IF WS-SUM-LOUD-NUMBERS > 0
                   COMPUTE WS-RATE-LOUD ROUNDED
                       = WS-SUM-LOUD-ELAPSED / WS-SUM-LOUD-NUMBERS
               END-IF.
1200       LOAD-TIMING-HISTORY-EXIT.
           EXIT.

      *-------------
1250       LOAD-ONE-TIMING.
               ADD 1 TO WS-TIMING-READ.
               IF TM-NUMBERS IS NOT NUMERIC
                 OR TM-ELAPSED IS NOT NUMERIC
                   GO TO LOAD-ONE-TIMING-EXIT
               END-IF.
               IF TM-NUMBERS = 0 OR TM-ELAPSED = 0
                   GO TO LOAD-ONE-TIMING-EXIT
               END-IF.
               MOVE TM-NUMBERS TO WS-HE-NUMBERS (WS-HIST-NEXT).
               MOVE TM-ELAPSED TO WS-HE-ELAPSED (WS-HIST-NEXT).
               MOVE TM-QUIET-FLAG TO WS-HE-QUIET (WS-HIST-NEXT).
               IF WS-HIST-COUNT < WS-HIST-DEPTH
                   ADD 1 TO WS-HIST-COUNT
               END-IF.
               ADD 1 TO WS-HIST-NEXT.
               IF WS-HIST-NEXT > WS-HIST-DEPTH
                   MOVE 1 TO WS-HIST-NEXT
               END-IF.
1250       LOAD-ONE-TIMING-EXIT.
           EXIT.

      *-------------
1300       WRITE-HEADINGS.
               MOVE SPACES TO FORECAST-RECORD.
               STRING "FIZZBUZZ BATCH-WINDOW FORECAST - RUN "
                       DELIMITED BY SIZE
                      WS-NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                   INTO FORECAST-RECORD
               END-STRING.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.

               MOVE WS-WINDOW-HUND TO WS-FMT-HUND.
               PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT.
               MOVE SPACES TO FORECAST-RECORD.
               STRING "BATCH WINDOW " DELIMITED BY SIZE
                      WS-WINDOW-MINUTES DELIMITED BY SIZE
                      " MINUTES (" DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SIZE
                      ")  THROUGHPUT OVER THE LAST " DELIMITED BY SIZE
                      WS-HIST-COUNT DELIMITED BY SIZE
                      " TIMED RANGES (DEPTH " DELIMITED BY SIZE
                      WS-HIST-DEPTH DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO FORECAST-RECORD
               END-STRING.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.

               IF WS-SUM-ALL-ELAPSED > 0
                   COMPUTE WS-PER-SECOND ROUNDED
                       = WS-SUM-ALL-NUMBERS * 100 / WS-SUM-ALL-ELAPSED
                   MOVE WS-PER-SECOND TO WS-COUNT-DISP
                   MOVE 0 TO WS-PER-SECOND
                   IF WS-SUM-QUIET-ELAPSED > 0
                       COMPUTE WS-PER-SECOND ROUNDED
                           = WS-SUM-QUIET-NUMBERS * 100
                             / WS-SUM-QUIET-ELAPSED
                   END-IF
                   MOVE WS-PER-SECOND TO WS-COUNT-DISP2
                   MOVE 0 TO WS-PER-SECOND
                   IF WS-SUM-LOUD-ELAPSED > 0
                       COMPUTE WS-PER-SECOND ROUNDED
                           = WS-SUM-LOUD-NUMBERS * 100
                             / WS-SUM-LOUD-ELAPSED
                   END-IF
                   MOVE WS-PER-SECOND TO WS-COUNT-DISP3
                   MOVE SPACES TO FORECAST-RECORD
                   STRING "NUMBERS PER SECOND - ALL " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          "  QUIET " DELIMITED BY SIZE
                          WS-COUNT-DISP2 DELIMITED BY SIZE
                          "  CONSOLE " DELIMITED BY SIZE
                          WS-COUNT-DISP3 DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
               END-IF.

               IF WS-PARM-SKIPPED > 0
                   MOVE SPACES TO FORECAST-RECORD
                   STRING "FBPARM CARRIES MORE THAN " DELIMITED BY SIZE
                          WS-PARM-MAX DELIMITED BY SIZE
                          " RANGES - THE MAIN PROGRAM IGNORES "
                           DELIMITED BY SIZE
                          WS-PARM-SKIPPED DELIMITED BY SIZE
                          " CARD(S), SO THIS FORECAST DOES TOO"
                           DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
               END-IF.

               IF WS-HIST-COUNT = 0
                   MOVE SPACES TO FORECAST-RECORD
                   STRING "NO TIMED RANGES ON FBTIMING YET - NO "
                           DELIMITED BY SIZE
                          "FORECAST POSSIBLE. THE SCHEDULE IS LISTED "
                           DELIMITED BY SIZE
                          "UNPROJECTED." DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
               END-IF.

               MOVE SPACES TO FORECAST-RECORD.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.
               MOVE "RANGE     START  TIMES_TO_SIM   NUMBERS   PROJECTED
      -            "  CUMULATIVE  BASIS" TO FORECAST-RECORD.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.
1300       WRITE-HEADINGS-EXIT.
           EXIT.

      *-------------
      *    one range: its numbers at the throughput of its own kind
      *    of run - quiet or console - or at all of it when its
      *    kind has never been timed.
1400       PROJECT-ONE-RANGE.
               MOVE WS-RATE-ALL TO WS-RATE-USED.
               MOVE "ALL" TO WS-RATE-BASIS.
               IF WS-PE-QUIET (WS-RANGE-NUM) = "Y"
                   IF WS-SUM-QUIET-NUMBERS > 0
                       MOVE WS-RATE-QUIET TO WS-RATE-USED
                       MOVE "QUIET" TO WS-RATE-BASIS
                   END-IF
               ELSE
                   IF WS-SUM-LOUD-NUMBERS > 0
                       MOVE WS-RATE-LOUD TO WS-RATE-USED
                       MOVE "CONSOLE" TO WS-RATE-BASIS
                   END-IF
               END-IF.
               IF WS-HIST-COUNT = 0
                   MOVE "NONE" TO WS-RATE-BASIS
               END-IF.
               IF WS-RANGE-NUM = 1
                   MOVE WS-RATE-USED TO WS-PARENT-RATE
               END-IF.

               COMPUTE WS-PE-PROJECTED (WS-RANGE-NUM) ROUNDED
                   = WS-PE-NUMBERS (WS-RANGE-NUM) * WS-RATE-USED.
               ADD WS-PE-PROJECTED (WS-RANGE-NUM)
                   TO WS-TOTAL-PROJECTED.
               IF WS-RANGE-NUM > 1
                   ADD WS-PE-PROJECTED (WS-RANGE-NUM)
                       TO WS-OTHER-PROJECTED
               END-IF.

               MOVE WS-RANGE-NUM TO WS-RANGE-DISP.
               MOVE WS-PE-START (WS-RANGE-NUM) TO WS-COUNT-DISP.
               MOVE WS-PE-TTS (WS-RANGE-NUM) TO WS-COUNT-DISP2.
               MOVE WS-PE-NUMBERS (WS-RANGE-NUM) TO WS-COUNT-DISP3.
               MOVE WS-PE-PROJECTED (WS-RANGE-NUM) TO WS-FMT-HUND.
               PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT.
               MOVE WS-FMT-TEXT TO WS-FMT-TEXT2.
               MOVE WS-TOTAL-PROJECTED TO WS-FMT-HUND.
               PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT.
               MOVE SPACES TO FORECAST-RECORD.
               STRING "   " DELIMITED BY SIZE
                      WS-RANGE-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FMT-TEXT2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RATE-BASIS DELIMITED BY SIZE
                   INTO FORECAST-RECORD
               END-STRING.
               IF WS-PE-PROJECTED (WS-RANGE-NUM) > WS-WINDOW-HUND
                   MOVE "<< ALONE OVER THE WINDOW"
                       TO FORECAST-RECORD (81:24)
               END-IF.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.
1400       PROJECT-ONE-RANGE-EXIT.
           EXIT.

      *-------------
      *    the night against the window, on the report and on the
      *    ops log where the console monitor will see it.
1500       WRITE-VERDICT.
               IF WS-TOTAL-PROJECTED NOT > WS-WINDOW-HUND
                   SET WS-SCHEDULE-FITS TO TRUE
               END-IF.
               MOVE WS-TOTAL-PROJECTED TO WS-FMT-HUND.
               PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT.
               MOVE WS-FMT-TEXT TO WS-FMT-TEXT2.
               MOVE WS-WINDOW-HUND TO WS-FMT-HUND.
               PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT.

               MOVE SPACES TO FORECAST-RECORD.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "SCHEDULE OF " DELIMITED BY SIZE
                      WS-PARM-COUNT DELIMITED BY SIZE
                      " RANGES PROJECTED " DELIMITED BY SIZE
                      WS-FMT-TEXT2 DELIMITED BY SIZE
                      " AGAINST A WINDOW OF " DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               IF WS-SCHEDULE-FITS
                   MOVE "FBZ431I" TO WS-MSG-ID
                   MOVE "I" TO WS-MSG-SEV
                   MOVE " - FITS" TO WS-MSG-TEXT (74:7)
               ELSE
                   MOVE "FBZ432W" TO WS-MSG-ID
                   MOVE "W" TO WS-MSG-SEV
                   MOVE " - WILL NOT FIT" TO WS-MSG-TEXT (74:15)
                   MOVE 8 TO RETURN-CODE
               END-IF.
               MOVE WS-MSG-TEXT TO FORECAST-RECORD.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1500       WRITE-VERDICT-EXIT.
           EXIT.

      *-------------
      *    the smallest FBSPLIT child count whose longest child -
      *    the even share plus the remainder the last child carries
      *    - fits the window at the parent range's throughput. the
      *    split only carries the parent range, so whatever else is
      *    on the schedule is called out separately.
1600       RECOMMEND-SPLIT.
               MOVE 0 TO WS-SPLIT-FOUND.
               PERFORM TRY-ONE-SPLIT THRU TRY-ONE-SPLIT-EXIT
                   VARYING WS-SPLIT-N FROM 2 BY 1
                   UNTIL WS-SPLIT-N > 9 OR WS-SPLIT-FOUND > 0.

               MOVE SPACES TO FORECAST-RECORD.
               IF WS-SPLIT-FOUND > 0
                   MOVE WS-SPLIT-PROJECTED TO WS-FMT-HUND
                   PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT
                   STRING "RECOMMEND: FBSPLIT " DELIMITED BY SIZE
                          WS-SPLIT-FOUND DELIMITED BY SIZE
                          " CHILDREN ON RANGE 1 - LONGEST CHILD "
                           DELIMITED BY SIZE
                          "PROJECTED " DELIMITED BY SIZE
                          WS-FMT-TEXT DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
               ELSE
                   STRING "RECOMMEND: EVEN A 9-WAY FBSPLIT OF RANGE 1 "
                           DELIMITED BY SIZE
                          "DOES NOT FIT THE WINDOW - CUT THE RANGE "
                           DELIMITED BY SIZE
                          "ACROSS MORE THAN ONE NIGHT"
                           DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT.

               IF WS-PARM-COUNT > 1
                   MOVE WS-OTHER-PROJECTED TO WS-FMT-HUND
                   PERFORM FORMAT-ELAPSED THRU FORMAT-ELAPSED-EXIT
                   MOVE SPACES TO FORECAST-RECORD
                   STRING "           FBSPLIT CARRIES RANGE 1 ONLY - "
                           DELIMITED BY SIZE
                          "RANGES 2 ON (PROJECTED " DELIMITED BY SIZE
                          WS-FMT-TEXT DELIMITED BY SIZE
                          ") NEED A SCHEDULE OF THEIR OWN"
                           DELIMITED BY SIZE
                       INTO FORECAST-RECORD
                   END-STRING
                   PERFORM WRITE-FC-LINE THRU WRITE-FC-LINE-EXIT
               END-IF.
1600       RECOMMEND-SPLIT-EXIT.
           EXIT.

      *-------------
1650       TRY-ONE-SPLIT.
               IF WS-PE-NUMBERS (1) < WS-SPLIT-N
                   GO TO TRY-ONE-SPLIT-EXIT
               END-IF.
               DIVIDE WS-PE-NUMBERS (1) BY WS-SPLIT-N
                   GIVING WS-SPLIT-SHARE
                   REMAINDER WS-SPLIT-REMAINDER.
               ADD WS-SPLIT-SHARE WS-SPLIT-REMAINDER
                   GIVING WS-SPLIT-LONGEST.
               COMPUTE WS-SPLIT-PROJECTED ROUNDED
                   = WS-SPLIT-LONGEST * WS-PARENT-RATE.
               IF WS-SPLIT-PROJECTED NOT > WS-WINDOW-HUND
                   MOVE WS-SPLIT-N TO WS-SPLIT-FOUND
               END-IF.
1650       TRY-ONE-SPLIT-EXIT.
           EXIT.

      *-------------
      *    hundredths of a second into HHHH:MM:SS, truncated to the
      *    second.
1700       FORMAT-ELAPSED.
               DIVIDE WS-FMT-HUND BY 100 GIVING WS-FMT-SECONDS.
               DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HOURS
                   REMAINDER WS-FMT-REST.
               DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MINUTES
                   REMAINDER WS-FMT-SECS.
               MOVE WS-FMT-HOURS TO WS-FMT-HOURS-DISP.
               MOVE SPACES TO WS-FMT-TEXT.
               STRING WS-FMT-HOURS-DISP DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FMT-MINUTES DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-FMT-SECS DELIMITED BY SIZE
                   INTO WS-FMT-TEXT
               END-STRING.
1700       FORMAT-ELAPSED-EXIT.
           EXIT.

      *-------------
1800       WRITE-FC-LINE.
               IF WS-FCRPT-STATUS = "00"
                   WRITE FORECAST-RECORD
               END-IF.
               MOVE SPACES TO FORECAST-RECORD.
1800       WRITE-FC-LINE-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1900       WRITE-OPS-MSG.
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
1900       WRITE-OPS-MSG-EXIT.
           EXIT.
