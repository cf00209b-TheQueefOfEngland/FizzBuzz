      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:weekly seal verification. every program that writes
      *         FBRMAST, FBHIST or FBXTRCT chains a check value per
      *         record onto the FBSEAL seal file, each worked from
      *         the record's contents and the value before it. this
      *         program works every chain out again from the files
      *         as they stand now and reports, per file, the first
      *         record where the chain breaks - a record edited in
      *         place, removed, reordered, or slipped in without a
      *         seal entry. FBBACKUT is the sanctioned way to take a
      *         run off, and it (like the FBMONTH prune) re-seals
      *         behind a RESEAL entry that says why; every one of
      *         those is listed too, so audit sees each time a chain
      *         was rebuilt and by whom. read-only against all four
      *         files.
      ******************************************************************

      *    how each file is matched to its entries: FBHIST and
      *    FBXTRCT by position - the n-th entry since the file's last
      *    RESEAL is the n-th record on the file - and FBRMAST by
      *    the key on the entry. what is sealed per file, and the
      *    check value arithmetic, are in copylib/FBSEALR.cpy.
      *
      *    records that predate the seal: the files were years old
      *    before the seal existed. until a file is first re-sealed,
      *    the records on it ahead of its first sealed record are
      *    counted as PRE-SEAL and not checked. the report prints
      *    the date each chain was started (SEALED SINCE) - that
      *    date moving forward between two weekly reports means the
      *    head of the seal file was cut away, and is a break in
      *    its own right.
      *
      *    ops-log message ids written here (the trap table owns the
      *    numbers, renumber nothing):
      *      FBZ461I  seal chains intact
      *      FBZ462E  seal chain broken - see the FBSCRPT report
      *
      *    return codes: 0 every chain intact, 8 a chain is broken
      *    or a seal entry does not read - read FBSCRPT, 12 a file
      *    would not open (no seal file at all included).

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBSEALCK.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the seal file - see copylib/FBSEALR.cpy. read twice: once
      *    for the RESEAL entries and counts, once to check.
           SELECT SEAL-FILE ASSIGN TO "FBSEAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "FBXTRCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XTRC-STATUS.

      *    the keyed run master - read through once to count it,
      *    then by the key on each seal entry. see
      *    copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    the verification report.
           SELECT CHECK-REPORT ASSIGN TO "FBSCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCRPT-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  SEAL-FILE.
       COPY FBSEALR.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD                      PIC X(132).

       FD  EXTRACT-FILE.
       COPY FBXTRACT.

       FD  RUNMAST-FILE.
       COPY FBRMASTR.

       FD  CHECK-REPORT.
       01  CHECK-RECORD                        PIC X(132).

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-SEAL-STATUS          PIC X(02) VALUE "00".
       77  WS-HIST-STATUS          PIC X(02) VALUE "00".
       77  WS-XTRC-STATUS          PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-SCRPT-STATUS         PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-SEAL-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-SEAL-EOF                     VALUE "Y".
       77  WS-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-HIST-EOF                     VALUE "Y".
       77  WS-XTRC-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-XTRC-EOF                     VALUE "Y".
       77  WS-RMAST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RMAST-EOF                    VALUE "Y".
       77  WS-RMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  WS-RMAST-OPEN                   VALUE "Y".

       77  WS-TODAY                PIC 9(08).
       77  WS-NOW-TIME             PIC 9(08).

      *    the seal file as a whole.
       77  WS-ENTRY-NO             PIC 9(08) VALUE 0.
       77  WS-ENTRY-BAD            PIC 9(08) VALUE 0.
       77  WS-RESEAL-COUNT         PIC 9(08) VALUE 0.
       77  WS-BREAK-COUNT          PIC 9(02) VALUE 0.

      *    one slot per sealed file, in the order the copybook
      *    lists them: 1 FBRMAST, 2 FBHIST, 3 FBXTRCT.
       01  WS-FILE-NAMES                       PIC X(24)
                       VALUE "FBRMAST FBHIST  FBXTRCT ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME OCCURS 3 TIMES     PIC X(08).
       77  WS-FSUB                 PIC 9(01).
      *    run-master records keyed ahead of its first sealed one.
       77  WS-RMAST-BEFORE-FIRST   PIC 9(08) VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 3 TIMES.
      *        seal entry number of the file's last RESEAL, 0 none
               10  WS-FT-LAST-RESEAL           PIC 9(08).
      *        entries on its current chain, the day it began and
      *        the record it began with - where that record sits
      *        on the file
               10  WS-FT-SEALED                PIC 9(08).
               10  WS-FT-SINCE                 PIC 9(08).
               10  WS-FT-FIRST-KEY             PIC X(32).
               10  WS-FT-FIRST-AT              PIC 9(08).
               10  WS-FT-ON-FILE               PIC 9(08).
               10  WS-FT-PRE-SEAL              PIC 9(08).
               10  WS-FT-VERIFIED              PIC 9(08).
               10  WS-FT-CHAIN                 PIC 9(09).
               10  WS-FT-BROKEN                PIC X(01).

      *    the break being reported.
       77  WS-BREAK-RECORD         PIC 9(08).
       77  WS-BREAK-REASON         PIC X(50).
       77  WS-BREAK-FOUND          PIC X(32).
       77  WS-FIRST-BROKEN         PIC 9(01) VALUE 0.

      *    the check value - the main program's SEAL-CHECK-VALUE
      *    fields, same meaning.
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

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-ENTRY-DISP           PIC Z(7)9.

       01  RESEAL-HEADING.
           05  FILLER              PIC X(09) VALUE "DATE".
           05  FILLER              PIC X(09) VALUE "TIME".
           05  FILLER              PIC X(09) VALUE "PROGRAM".
           05  FILLER              PIC X(09) VALUE "FILE".
           05  FILLER              PIC X(06) VALUE "REASON".

       01  RESEAL-DETAIL.
           05  RD-DATE             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RD-TIME             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RD-PROGRAM          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RD-FILE             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  RD-REASON           PIC X(54).

       01  SUMMARY-HEADING.
           05  FILLER              PIC X(09) VALUE "FILE".
           05  FILLER              PIC X(10) VALUE "   ON FILE".
           05  FILLER              PIC X(10) VALUE "  PRE-SEAL".
           05  FILLER              PIC X(10) VALUE "    SEALED".
           05  FILLER              PIC X(10) VALUE "  VERIFIED".
           05  FILLER              PIC X(14) VALUE "  SEALED SINCE".
           05  FILLER              PIC X(12) VALUE "  CHECK VAL".
           05  FILLER              PIC X(08) VALUE "RESULT".

       01  SUMMARY-DETAIL.
           05  SD-FILE             PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-ON-FILE          PIC Z(7)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-PRE-SEAL         PIC Z(7)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-SEALED           PIC Z(7)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-VERIFIED         PIC Z(7)9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  SD-SINCE            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SD-CHAIN            PIC 9(09).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  SD-RESULT           PIC X(06).


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               INITIALIZE WS-FILE-TABLE.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
                   MOVE "N" TO WS-FT-BROKEN (WS-FSUB)
               END-PERFORM.

               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.

               OPEN OUTPUT CHECK-REPORT.
               IF WS-SCRPT-STATUS NOT = "00"
                   DISPLAY " FBSEALCK: unable to open FBSCRPT - "
                           "status " WS-SCRPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.
               MOVE SPACES TO CHECK-RECORD.
               STRING "FIZZBUZZ SEAL VERIFICATION - RUN DATE "
                       DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                   INTO CHECK-RECORD
               END-STRING.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE SPACES TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.

               PERFORM SCAN-SEAL-FILE THRU SCAN-SEAL-FILE-EXIT.
               IF RETURN-CODE = 12
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM COUNT-FILES THRU COUNT-FILES-EXIT.
               IF RETURN-CODE = 12
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM CHECK-CHAINS THRU CHECK-CHAINS-EXIT.
               IF RETURN-CODE = 12
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM WRITE-SUMMARY THRU WRITE-SUMMARY-EXIT.

               IF WS-BREAK-COUNT > 0 OR WS-ENTRY-BAD > 0
                   MOVE 8 TO RETURN-CODE
                   MOVE "FBZ462E" TO WS-MSG-ID
                   MOVE "E" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   IF WS-FIRST-BROKEN > 0
                       STRING "SEAL CHAIN BROKEN - " DELIMITED BY SIZE
                              WS-FILE-NAME (WS-FIRST-BROKEN)
                               DELIMITED BY SPACE
                              " FIRST - FILES BROKEN " DELIMITED BY SIZE
                              WS-BREAK-COUNT DELIMITED BY SIZE
                              " - SEE FBSCRPT" DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                   ELSE
                       STRING "SEAL FILE DAMAGED - UNREADABLE ENTRIES "
                               DELIMITED BY SIZE
                              WS-ENTRY-BAD DELIMITED BY SIZE
                              " - SEE FBSCRPT" DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                   END-IF
               ELSE
                   MOVE "FBZ461I" TO WS-MSG-ID
                   MOVE "I" TO WS-MSG-SEV
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "SEAL CHAINS INTACT - VERIFIED RMST "
                           DELIMITED BY SIZE
                          WS-FT-VERIFIED (1) DELIMITED BY SIZE
                          " HIST " DELIMITED BY SIZE
                          WS-FT-VERIFIED (2) DELIMITED BY SIZE
                          " XTRC " DELIMITED BY SIZE
                          WS-FT-VERIFIED (3) DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
               END-IF.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.

0000       MAIN-WRAP-UP.
               IF WS-SCRPT-STATUS = "00"
                   CLOSE CHECK-REPORT
               END-IF.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBSEALCK complete - seal entries "
                       WS-ENTRY-NO " files broken "
                       WS-BREAK-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    first pass over FBSEAL: every RESEAL is listed and
      *    restarts its file's count, so what is left per file is
      *    the length of its current chain and the day it began. an
      *    entry that does not read - unknown file, check value not
      *    numeric - is itself damage to the seal and is listed.
1100       SCAN-SEAL-FILE.
               MOVE "RE-SEALS ON RECORD" TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE RESEAL-HEADING TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.

               OPEN INPUT SEAL-FILE.
               IF WS-SEAL-STATUS NOT = "00"
                   DISPLAY " FBSEALCK: unable to open FBSEAL - "
                           "status " WS-SEAL-STATUS UPON TERM
                   MOVE SPACES TO CHECK-RECORD
                   STRING "FBSEAL WOULD NOT OPEN - FILE STATUS "
                           DELIMITED BY SIZE
                          WS-SEAL-STATUS DELIMITED BY SIZE
                          " - NOTHING VERIFIED" DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
                   MOVE 12 TO RETURN-CODE
                   GO TO SCAN-SEAL-FILE-EXIT
               END-IF.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-NO
                           PERFORM NOTE-SEAL-ENTRY
                               THRU NOTE-SEAL-ENTRY-EXIT
                   END-READ
               END-PERFORM.
               CLOSE SEAL-FILE.

               IF WS-RESEAL-COUNT = 0
                   MOVE "NO RE-SEALS ON RECORD" TO CHECK-RECORD
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-IF.
               MOVE SPACES TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
1100       SCAN-SEAL-FILE-EXIT.
           EXIT.

      *-------------
1150       NOTE-SEAL-ENTRY.
               IF SL-RESEAL
                   MOVE SL-RESEAL-OF TO WS-SEAL-DATA
               ELSE
                   MOVE SL-FILE TO WS-SEAL-DATA
               END-IF.
               PERFORM FIND-FILE-SLOT THRU FIND-FILE-SLOT-EXIT.
               IF WS-FSUB = 0
                 OR SL-CHAIN IS NOT NUMERIC
                 OR SL-STAMP-DATE IS NOT NUMERIC
                   ADD 1 TO WS-ENTRY-BAD
                   MOVE WS-ENTRY-NO TO WS-ENTRY-DISP
                   MOVE SPACES TO CHECK-RECORD
                   STRING "SEAL ENTRY " DELIMITED BY SIZE
                          WS-ENTRY-DISP DELIMITED BY SIZE
                          " DOES NOT READ: " DELIMITED BY SIZE
                          SEAL-RECORD DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
                   GO TO NOTE-SEAL-ENTRY-EXIT
               END-IF.

               IF SL-RESEAL
                   ADD 1 TO WS-RESEAL-COUNT
                   MOVE WS-ENTRY-NO TO WS-FT-LAST-RESEAL (WS-FSUB)
                   MOVE 0 TO WS-FT-SEALED (WS-FSUB)
                   MOVE SL-STAMP-DATE TO WS-FT-SINCE (WS-FSUB)
                   MOVE SPACES TO WS-FT-FIRST-KEY (WS-FSUB)
                   MOVE SL-STAMP-DATE TO RD-DATE
                   MOVE SL-STAMP-TIME TO RD-TIME
                   MOVE SL-PROGRAM TO RD-PROGRAM
                   MOVE SL-RESEAL-OF TO RD-FILE
                   MOVE SL-REASON TO RD-REASON
                   MOVE RESEAL-DETAIL TO CHECK-RECORD
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
                   GO TO NOTE-SEAL-ENTRY-EXIT
               END-IF.

               ADD 1 TO WS-FT-SEALED (WS-FSUB).
               IF WS-FT-SINCE (WS-FSUB) = 0
                   MOVE SL-STAMP-DATE TO WS-FT-SINCE (WS-FSUB)
               END-IF.
               IF WS-FT-SEALED (WS-FSUB) = 1
                   MOVE SL-KEY TO WS-FT-FIRST-KEY (WS-FSUB)
               END-IF.
1150       NOTE-SEAL-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the slot for the file named in WS-SEAL-DATA, 0 for a
      *    name that is not one of the three.
1170       FIND-FILE-SLOT.
               MOVE 0 TO WS-FSUB.
               EVALUATE WS-SEAL-DATA (1:8)
                   WHEN "FBRMAST"
                       MOVE 1 TO WS-FSUB
                   WHEN "FBHIST"
                       MOVE 2 TO WS-FSUB
                   WHEN "FBXTRCT"
                       MOVE 3 TO WS-FSUB
               END-EVALUATE.
1170       FIND-FILE-SLOT-EXIT.
           EXIT.

      *-------------
      *    how many records each file holds now. a file that was
      *    never re-sealed may carry records from before the seal
      *    existed, ahead of its first sealed one, provided it HAS a
      *    chain. on FBHIST and FBXTRCT that is as many as it holds
      *    beyond its chain but no further than the record the chain
      *    begins with; on FBRMAST it is only the records keyed
      *    ahead of that record, run date and time leading the key.
      *    either way a record added after the seal began is still
      *    caught as unsealed. a file with no seal entries at all
      *    has nothing vouching for any of it. no file at all
      *    (status 35) is an empty file.
1200       COUNT-FILES.
               OPEN INPUT HISTORY-FILE.
               IF WS-HIST-STATUS = "00"
                   MOVE "N" TO WS-HIST-EOF-SWITCH
                   PERFORM UNTIL WS-HIST-EOF
                       READ HISTORY-FILE
                           AT END
                               SET WS-HIST-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-FT-ON-FILE (2)
                               IF WS-FT-FIRST-AT (2) = 0
                                 AND HISTORY-RECORD (1:32) =
                                     WS-FT-FIRST-KEY (2)
                                   MOVE WS-FT-ON-FILE (2)
                                       TO WS-FT-FIRST-AT (2)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               ELSE
                   IF WS-HIST-STATUS NOT = "35"
                       MOVE "FBHIST" TO WS-SEAL-DATA
                       MOVE WS-HIST-STATUS TO WS-SEAL-DATA (10:2)
                       GO TO COUNT-FILES-FAILED
                   END-IF
               END-IF.

               OPEN INPUT EXTRACT-FILE.
               IF WS-XTRC-STATUS = "00"
                   MOVE "N" TO WS-XTRC-EOF-SWITCH
                   PERFORM UNTIL WS-XTRC-EOF
                       READ EXTRACT-FILE
                           AT END
                               SET WS-XTRC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-FT-ON-FILE (3)
                               IF WS-FT-FIRST-AT (3) = 0
                                 AND EXTRACT-RECORD (1:32) =
                                     WS-FT-FIRST-KEY (3)
                                   MOVE WS-FT-ON-FILE (3)
                                       TO WS-FT-FIRST-AT (3)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-FILE
               ELSE
                   IF WS-XTRC-STATUS NOT = "35"
                       MOVE "FBXTRCT" TO WS-SEAL-DATA
                       MOVE WS-XTRC-STATUS TO WS-SEAL-DATA (10:2)
                       GO TO COUNT-FILES-FAILED
                   END-IF
               END-IF.

               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS = "00"
                   MOVE "N" TO WS-RMAST-EOF-SWITCH
                   PERFORM UNTIL WS-RMAST-EOF
                       READ RUNMAST-FILE NEXT RECORD
                           AT END
                               SET WS-RMAST-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-FT-ON-FILE (1)
                               IF WS-FT-SEALED (1) > 0
                                 AND RM-KEY < WS-FT-FIRST-KEY (1)
                                   ADD 1 TO WS-RMAST-BEFORE-FIRST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNMAST-FILE
               ELSE
                   IF WS-RMAST-STATUS NOT = "35"
                       MOVE "FBRMAST" TO WS-SEAL-DATA
                       MOVE WS-RMAST-STATUS TO WS-SEAL-DATA (10:2)
                       GO TO COUNT-FILES-FAILED
                   END-IF
               END-IF.

               IF WS-FT-LAST-RESEAL (1) = 0
                 AND WS-FT-SEALED (1) > 0
                   MOVE WS-RMAST-BEFORE-FIRST TO WS-FT-PRE-SEAL (1)
               END-IF.
               PERFORM VARYING WS-FSUB FROM 2 BY 1 UNTIL WS-FSUB > 3
                   IF WS-FT-LAST-RESEAL (WS-FSUB) = 0
                     AND WS-FT-SEALED (WS-FSUB) > 0
                     AND WS-FT-ON-FILE (WS-FSUB)
                         > WS-FT-SEALED (WS-FSUB)
                       SUBTRACT WS-FT-SEALED (WS-FSUB)
                           FROM WS-FT-ON-FILE (WS-FSUB)
                           GIVING WS-FT-PRE-SEAL (WS-FSUB)
                       IF WS-FT-FIRST-AT (WS-FSUB) > 0
                         AND WS-FT-FIRST-AT (WS-FSUB)
                             NOT > WS-FT-PRE-SEAL (WS-FSUB)
                           SUBTRACT 1 FROM WS-FT-FIRST-AT (WS-FSUB)
                               GIVING WS-FT-PRE-SEAL (WS-FSUB)
                       END-IF
                   END-IF
               END-PERFORM.
               GO TO COUNT-FILES-EXIT.

1200       COUNT-FILES-FAILED.
               DISPLAY " FBSEALCK: unable to open " WS-SEAL-DATA (1:8)
                       " - status " WS-SEAL-DATA (10:2) UPON TERM.
               MOVE SPACES TO CHECK-RECORD.
               STRING WS-SEAL-DATA (1:8) DELIMITED BY SPACE
                      " WOULD NOT OPEN - FILE STATUS " DELIMITED BY SIZE
                      WS-SEAL-DATA (10:2) DELIMITED BY SIZE
                      " - NOTHING VERIFIED" DELIMITED BY SIZE
                   INTO CHECK-RECORD
               END-STRING.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE 12 TO RETURN-CODE.
1200       COUNT-FILES-EXIT.
           EXIT.

      *-------------
      *    second pass over FBSEAL, checking as it goes. the records
      *    from before the seal are stepped over first; then each
      *    entry on a file's current chain is checked against the
      *    record it vouches for, until that file's first break.
      *    whatever is left on a sequential file after its last
      *    entry was never sealed - and neither was any run-master
      *    record beyond the ones the chain found.
1300       CHECK-CHAINS.
               MOVE "CHAIN BREAKS" TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.

               MOVE "N" TO WS-HIST-EOF-SWITCH.
               OPEN INPUT HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                   SET WS-HIST-EOF TO TRUE
               END-IF.
               PERFORM WS-FT-PRE-SEAL (2) TIMES
                   READ HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                   END-READ
               END-PERFORM.
               MOVE "N" TO WS-XTRC-EOF-SWITCH.
               OPEN INPUT EXTRACT-FILE.
               IF WS-XTRC-STATUS NOT = "00"
                   SET WS-XTRC-EOF TO TRUE
               END-IF.
               PERFORM WS-FT-PRE-SEAL (3) TIMES
                   READ EXTRACT-FILE
                       AT END
                           SET WS-XTRC-EOF TO TRUE
                   END-READ
               END-PERFORM.
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS = "00"
                   SET WS-RMAST-OPEN TO TRUE
               END-IF.

               OPEN INPUT SEAL-FILE.
               MOVE 0 TO WS-ENTRY-NO.
               MOVE "N" TO WS-SEAL-EOF-SWITCH.
               PERFORM UNTIL WS-SEAL-EOF
                   READ SEAL-FILE
                       AT END
                           SET WS-SEAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-NO
                           PERFORM CHECK-ONE-ENTRY
                               THRU CHECK-ONE-ENTRY-EXIT
                   END-READ
               END-PERFORM.
               CLOSE SEAL-FILE.

               IF WS-FT-BROKEN (2) = "N" AND NOT WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                   END-READ
                   IF NOT WS-HIST-EOF
                       MOVE 2 TO WS-FSUB
                       MOVE HISTORY-RECORD (1:32) TO WS-BREAK-FOUND
                       MOVE "RECORD ON FILE IS NOT UNDER THE SEAL"
                           TO WS-BREAK-REASON
                       PERFORM NOTE-SEQ-BREAK THRU NOTE-SEQ-BREAK-EXIT
                   END-IF
               END-IF.
               IF WS-FT-BROKEN (3) = "N" AND NOT WS-XTRC-EOF
                   READ EXTRACT-FILE
                       AT END
                           SET WS-XTRC-EOF TO TRUE
                   END-READ
                   IF NOT WS-XTRC-EOF
                       MOVE 3 TO WS-FSUB
                       MOVE EXTRACT-RECORD (1:32) TO WS-BREAK-FOUND
                       MOVE "RECORD ON FILE IS NOT UNDER THE SEAL"
                           TO WS-BREAK-REASON
                       PERFORM NOTE-SEQ-BREAK THRU NOTE-SEQ-BREAK-EXIT
                   END-IF
               END-IF.
               IF WS-FT-BROKEN (1) = "N"
                 AND WS-FT-ON-FILE (1) >
                     WS-FT-VERIFIED (1) + WS-FT-PRE-SEAL (1)
                   MOVE 1 TO WS-FSUB
                   COMPUTE WS-BREAK-RECORD = WS-FT-ON-FILE (1)
                       - WS-FT-VERIFIED (1) - WS-FT-PRE-SEAL (1)
                   MOVE WS-BREAK-RECORD TO WS-COUNT-DISP
                   MOVE SPACES TO CHECK-RECORD
                   STRING "FBRMAST  HOLDS " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " RECORD(S) NOT UNDER THE SEAL"
                           DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
                   PERFORM NOTE-BROKEN THRU NOTE-BROKEN-EXIT
               END-IF.

               IF WS-HIST-STATUS NOT = "35"
                   CLOSE HISTORY-FILE
               END-IF.
               IF WS-XTRC-STATUS NOT = "35"
                   CLOSE EXTRACT-FILE
               END-IF.
               IF WS-RMAST-OPEN
                   CLOSE RUNMAST-FILE
               END-IF.

               IF WS-BREAK-COUNT = 0
                   MOVE "NO CHAIN BREAKS" TO CHECK-RECORD
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-IF.
               MOVE SPACES TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
1300       CHECK-CHAINS-EXIT.
           EXIT.

      *-------------
      *    one seal entry: skipped when it is a RESEAL, does not
      *    read, belongs to an older chain than the file's current
      *    one, or its file has already broken.
1350       CHECK-ONE-ENTRY.
               IF SL-RESEAL
                   GO TO CHECK-ONE-ENTRY-EXIT
               END-IF.
               MOVE SL-FILE TO WS-SEAL-DATA.
               PERFORM FIND-FILE-SLOT THRU FIND-FILE-SLOT-EXIT.
               IF WS-FSUB = 0
                 OR SL-CHAIN IS NOT NUMERIC
                 OR SL-STAMP-DATE IS NOT NUMERIC
                   GO TO CHECK-ONE-ENTRY-EXIT
               END-IF.
               IF WS-ENTRY-NO NOT > WS-FT-LAST-RESEAL (WS-FSUB)
                 OR WS-FT-BROKEN (WS-FSUB) = "Y"
                   GO TO CHECK-ONE-ENTRY-EXIT
               END-IF.
               EVALUATE WS-FSUB
                   WHEN 1
                       PERFORM CHECK-RMAST-ENTRY
                           THRU CHECK-RMAST-ENTRY-EXIT
                   WHEN 2
                       PERFORM CHECK-HIST-ENTRY
                           THRU CHECK-HIST-ENTRY-EXIT
                   WHEN 3
                       PERFORM CHECK-XTRC-ENTRY
                           THRU CHECK-XTRC-ENTRY-EXIT
               END-EVALUATE.
1350       CHECK-ONE-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the next history line against the entry.
1400       CHECK-HIST-ENTRY.
               IF NOT WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                   END-READ
               END-IF.
               IF WS-HIST-EOF
                   MOVE SPACES TO WS-BREAK-FOUND
                   MOVE "SEALED LINE MISSING - FILE ENDS HERE"
                       TO WS-BREAK-REASON
                   PERFORM NOTE-SEQ-BREAK THRU NOTE-SEQ-BREAK-EXIT
                   GO TO CHECK-HIST-ENTRY-EXIT
               END-IF.
               MOVE HISTORY-RECORD TO WS-SEAL-DATA.
               MOVE 132 TO WS-SEAL-LEN.
               PERFORM CHECK-AGAINST-ENTRY
                   THRU CHECK-AGAINST-ENTRY-EXIT.
1400       CHECK-HIST-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the next extract record against the entry - transmission
      *    state out, as it was sealed.
1450       CHECK-XTRC-ENTRY.
               IF NOT WS-XTRC-EOF
                   READ EXTRACT-FILE
                       AT END
                           SET WS-XTRC-EOF TO TRUE
                   END-READ
               END-IF.
               IF WS-XTRC-EOF
                   MOVE SPACES TO WS-BREAK-FOUND
                   MOVE "SEALED RECORD MISSING - FILE ENDS HERE"
                       TO WS-BREAK-REASON
                   PERFORM NOTE-SEQ-BREAK THRU NOTE-SEQ-BREAK-EXIT
                   GO TO CHECK-XTRC-ENTRY-EXIT
               END-IF.
               MOVE EXTRACT-RECORD TO WS-SEAL-DATA.
               MOVE SPACES TO WS-SEAL-DATA (95:17).
               MOVE 120 TO WS-SEAL-LEN.
               PERFORM CHECK-AGAINST-ENTRY
                   THRU CHECK-AGAINST-ENTRY-EXIT.
1450       CHECK-XTRC-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the run-master record under the entry's key.
1500       CHECK-RMAST-ENTRY.
               IF NOT WS-RMAST-OPEN
                   MOVE SPACES TO WS-BREAK-FOUND
                   MOVE "SEALED RECORD NOT ON FILE - FILE IS EMPTY"
                       TO WS-BREAK-REASON
                   PERFORM NOTE-KEY-BREAK THRU NOTE-KEY-BREAK-EXIT
                   GO TO CHECK-RMAST-ENTRY-EXIT
               END-IF.
               MOVE SL-KEY TO RM-KEY.
               READ RUNMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-BREAK-FOUND
                       MOVE "SEALED RECORD NO LONGER ON FILE"
                           TO WS-BREAK-REASON
                       PERFORM NOTE-KEY-BREAK THRU NOTE-KEY-BREAK-EXIT
                       GO TO CHECK-RMAST-ENTRY-EXIT
               END-READ.
               MOVE RUNMAST-RECORD TO WS-SEAL-DATA.
               MOVE 108 TO WS-SEAL-LEN.
               PERFORM CHECK-AGAINST-ENTRY
                   THRU CHECK-AGAINST-ENTRY-EXIT.
1500       CHECK-RMAST-ENTRY-EXIT.
           EXIT.

      *-------------
      *    the record's check value worked from the file's chain so
      *    far - equal to the entry's, the chain holds and moves on;
      *    different, the record is not what was sealed.
1550       CHECK-AGAINST-ENTRY.
               MOVE WS-FT-CHAIN (WS-FSUB) TO WS-SEAL-VALUE.
               PERFORM SEAL-CHECK-VALUE THRU SEAL-CHECK-VALUE-EXIT.
               IF WS-SEAL-VALUE = SL-CHAIN
                   MOVE SL-CHAIN TO WS-FT-CHAIN (WS-FSUB)
                   ADD 1 TO WS-FT-VERIFIED (WS-FSUB)
                   GO TO CHECK-AGAINST-ENTRY-EXIT
               END-IF.
               MOVE WS-SEAL-DATA (1:32) TO WS-BREAK-FOUND.
               IF WS-FSUB = 1
                   MOVE "RECORD CHANGED SINCE IT WAS SEALED"
                       TO WS-BREAK-REASON
                   PERFORM NOTE-KEY-BREAK THRU NOTE-KEY-BREAK-EXIT
               ELSE
                   MOVE "RECORD CHANGED, REMOVED OR MOVED SINCE SEALED"
                       TO WS-BREAK-REASON
                   PERFORM NOTE-SEQ-BREAK THRU NOTE-SEQ-BREAK-EXIT
               END-IF.
1550       CHECK-AGAINST-ENTRY-EXIT.
           EXIT.

      *-------------
      *    a break on FBHIST or FBXTRCT - named by its position on
      *    the file, the entry that vouched for it, and what the
      *    entry says was there against what is there now.
1600       NOTE-SEQ-BREAK.
               COMPUTE WS-BREAK-RECORD = WS-FT-PRE-SEAL (WS-FSUB)
                   + WS-FT-VERIFIED (WS-FSUB) + 1.
               MOVE WS-BREAK-RECORD TO WS-COUNT-DISP.
               MOVE WS-ENTRY-NO TO WS-ENTRY-DISP.
               MOVE SPACES TO CHECK-RECORD.
               IF WS-BREAK-REASON =
                     "RECORD ON FILE IS NOT UNDER THE SEAL"
                   STRING WS-FILE-NAME (WS-FSUB) DELIMITED BY SIZE
                          " BREAKS AT RECORD " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-BREAK-REASON DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
               ELSE
                   STRING WS-FILE-NAME (WS-FSUB) DELIMITED BY SIZE
                          " BREAKS AT RECORD " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " SEAL ENTRY " DELIMITED BY SIZE
                          WS-ENTRY-DISP DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-BREAK-REASON DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               PERFORM WRITE-BREAK-IMAGES THRU WRITE-BREAK-IMAGES-EXIT.
               PERFORM NOTE-BROKEN THRU NOTE-BROKEN-EXIT.
1600       NOTE-SEQ-BREAK-EXIT.
           EXIT.

      *-------------
      *    a break on FBRMAST - named by the key on the entry.
1650       NOTE-KEY-BREAK.
               MOVE WS-ENTRY-NO TO WS-ENTRY-DISP.
               MOVE SPACES TO CHECK-RECORD.
               STRING WS-FILE-NAME (WS-FSUB) DELIMITED BY SIZE
                      " BREAKS AT KEY " DELIMITED BY SIZE
                      SL-KEY DELIMITED BY SIZE
                      " SEAL ENTRY " DELIMITED BY SIZE
                      WS-ENTRY-DISP DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-BREAK-REASON DELIMITED BY SIZE
                   INTO CHECK-RECORD
               END-STRING.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               PERFORM NOTE-BROKEN THRU NOTE-BROKEN-EXIT.
1650       NOTE-KEY-BREAK-EXIT.
           EXIT.

      *-------------
      *    an entry with no record behind it has only its own side
      *    to show; an unsealed record has only the file's.
1700       WRITE-BREAK-IMAGES.
               IF WS-BREAK-REASON NOT =
                     "RECORD ON FILE IS NOT UNDER THE SEAL"
                   MOVE SPACES TO CHECK-RECORD
                   STRING "         SEALED AS: " DELIMITED BY SIZE
                          SL-KEY DELIMITED BY SIZE
                          "  ON " DELIMITED BY SIZE
                          SL-STAMP-DATE DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          SL-PROGRAM DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-IF.
               IF WS-BREAK-FOUND NOT = SPACES
                   MOVE SPACES TO CHECK-RECORD
                   STRING "         ON FILE:   " DELIMITED BY SIZE
                          WS-BREAK-FOUND DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-IF.
1700       WRITE-BREAK-IMAGES-EXIT.
           EXIT.

      *-------------
1750       NOTE-BROKEN.
               MOVE "Y" TO WS-FT-BROKEN (WS-FSUB).
               ADD 1 TO WS-BREAK-COUNT.
               IF WS-FIRST-BROKEN = 0
                   MOVE WS-FSUB TO WS-FIRST-BROKEN
               END-IF.
1750       NOTE-BROKEN-EXIT.
           EXIT.

      *-------------
      *    one line per file: how many records, how many predate
      *    the seal, the chain length, how many checked out, the
      *    day the chain began and its last good check value - the
      *    value to compare with next week's report.
1800       WRITE-SUMMARY.
               MOVE "SUMMARY" TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE SUMMARY-HEADING TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               PERFORM VARYING WS-FSUB FROM 1 BY 1 UNTIL WS-FSUB > 3
                   MOVE WS-FILE-NAME (WS-FSUB) TO SD-FILE
                   MOVE WS-FT-ON-FILE (WS-FSUB) TO SD-ON-FILE
                   MOVE WS-FT-PRE-SEAL (WS-FSUB) TO SD-PRE-SEAL
                   MOVE WS-FT-SEALED (WS-FSUB) TO SD-SEALED
                   MOVE WS-FT-VERIFIED (WS-FSUB) TO SD-VERIFIED
                   IF WS-FT-SINCE (WS-FSUB) = 0
                       MOVE "NEVER" TO SD-SINCE
                   ELSE
                       MOVE WS-FT-SINCE (WS-FSUB) TO SD-SINCE
                   END-IF
                   MOVE WS-FT-CHAIN (WS-FSUB) TO SD-CHAIN
                   IF WS-FT-BROKEN (WS-FSUB) = "Y"
                       MOVE "BROKEN" TO SD-RESULT
                   ELSE
                       MOVE "INTACT" TO SD-RESULT
                   END-IF
                   MOVE SUMMARY-DETAIL TO CHECK-RECORD
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-PERFORM.

               MOVE SPACES TO CHECK-RECORD.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE WS-ENTRY-NO TO WS-COUNT-DISP.
               MOVE SPACES TO CHECK-RECORD.
               STRING "SEAL ENTRIES READ:      " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CHECK-RECORD
               END-STRING.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               MOVE WS-RESEAL-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO CHECK-RECORD.
               STRING "RE-SEALS ON RECORD:     " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                   INTO CHECK-RECORD
               END-STRING.
               PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT.
               IF WS-ENTRY-BAD > 0
                   MOVE WS-ENTRY-BAD TO WS-COUNT-DISP
                   MOVE SPACES TO CHECK-RECORD
                   STRING "UNREADABLE SEAL ENTRIES:" DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                       INTO CHECK-RECORD
                   END-STRING
                   PERFORM WRITE-SC-LINE THRU WRITE-SC-LINE-EXIT
               END-IF.
1800       WRITE-SUMMARY-EXIT.
           EXIT.

      *-------------
      *    the check value - identical to the main program's
      *    SEAL-CHECK-VALUE, see copylib/FBSEALR.cpy.
1850       SEAL-CHECK-VALUE.
               PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
                   MOVE WS-SEAL-DATA (WS-SEAL-POS:1) TO WS-SEAL-BYTE
                   COMPUTE WS-SEAL-WORK = WS-SEAL-VALUE * 263
                       + WS-SEAL-BYTE-N + WS-SEAL-POS
                   DIVIDE WS-SEAL-WORK BY 999999937
                       GIVING WS-SEAL-QUOT REMAINDER WS-SEAL-VALUE
               END-PERFORM.
1850       SEAL-CHECK-VALUE-EXIT.
           EXIT.

      *-------------
1900       WRITE-SC-LINE.
               IF WS-SCRPT-STATUS = "00"
                   WRITE CHECK-RECORD
               END-IF.
1900       WRITE-SC-LINE-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1950       WRITE-OPS-MSG.
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
1950       WRITE-OPS-MSG-EXIT.
           EXIT.
