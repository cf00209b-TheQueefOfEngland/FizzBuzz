      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:records a second operator's approval for one
      *         operator override. the force flag, FBCKUTIL PURGE,
      *         FBCALUTL FAIL, FBBACKUT and FBRESTOR each used to
      *         change the permanent record on the say-so of whoever
      *         submitted the job. each of them now refuses unless
      *         an approval for exactly that override is on the
      *         FBAUTH authorization file, unexpired, unused, and
      *         from somebody other than the submitter. this program
      *         is the only way an approval gets there: one card per
      *         approval, edited, numbered and appended. the program
      *         that honors it marks it used. see copylib/FBAUTHR.cpy.
      ******************************************************************

      *    approval cards on FBAPPARM, one per approval:
      *      cols  1- 8  function: FORCE, PURGE, FAIL, BACKOUT or
      *                  RESTORE
      *      cols 10-17  target date YYYYMMDD - the business date to
      *                  force or FAIL, the day the PURGE is run,
      *                  the run date of the run to back out, or
      *                  the first eight digits of the set id to
      *                  restore
      *      cols 19-26  run time HHMMSShh of the run to back out
      *                  (BACKOUT), or the last six digits of the
      *                  set id to restore in 19-24 (RESTORE) -
      *                  blank for the others
      *      cols 28-35  your operator id - the approver. it must not
      *                  be the id the override is submitted under,
      *                  or the override is refused when it runs
      *      cols 37-44  expiry date YYYYMMDD
      *      cols 46-49  expiry time HHMM - good through that minute
      *      cols 51-80  reason - required
      *
      *    ops-log message ids written here (the trap table owns
      *    the numbers, renumber nothing):
      *      FBZ453I  approval recorded
      *      FBZ454W  approval card rejected
      *
      *    return codes: 0 every card recorded, 8 one or more cards
      *    rejected (or no cards at all) - the rest were recorded,
      *    12 FBAUTH would not open - nothing recorded.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBAPPROV.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the approval cards.
           SELECT APCARD-FILE ASSIGN TO "FBAPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APCARD-STATUS.

      *    the override authorization file - read once for the last
      *    approval number, then appended. see copylib/FBAUTHR.cpy.
           SELECT AUTH-FILE ASSIGN TO "FBAUTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    the operations message log - same contract as the main
      *    program's WRITE-OPS-MSG.
           SELECT MSGLOG-FILE ASSIGN TO "FBMSGLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  APCARD-FILE.
       01  APCARD-RECORD.
           05  AP-FUNCTION                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  AP-TARGET-DATE                  PIC X(08).
           05  FILLER                          PIC X(01).
           05  AP-TARGET-TIME                  PIC X(08).
           05  FILLER                          PIC X(01).
           05  AP-APPROVER                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  AP-EXPIRE-DATE-X                PIC X(08).
           05  AP-EXPIRE-DATE-N REDEFINES AP-EXPIRE-DATE-X
                                               PIC 9(08).
           05  FILLER                          PIC X(01).
           05  AP-EXPIRE-TIME-X.
               10  AP-EXPIRE-HH                PIC X(02).
               10  AP-EXPIRE-MM                PIC X(02).
           05  AP-EXPIRE-TIME-N REDEFINES AP-EXPIRE-TIME-X
                                               PIC 9(04).
           05  FILLER                          PIC X(01).
           05  AP-REASON                       PIC X(30).

       FD  AUTH-FILE.
       COPY FBAUTHR.

       FD  MSGLOG-FILE.
       01  MSGLOG-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-APCARD-STATUS        PIC X(02) VALUE "00".
       77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
       77  WS-MLOG-STATUS          PIC X(02) VALUE "00".

       77  WS-APCARD-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-APCARD-EOF                   VALUE "Y".
       77  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-AUTH-EOF                     VALUE "Y".

      *    approval numbers run on from the highest on file - one
      *    number per approval, forever, so a USED record can only
      *    ever spend the approval it names.
       77  WS-LAST-AUTH-NO         PIC 9(08) VALUE 0.

       77  WS-NOW-DATE             PIC 9(08).
       01  WS-NOW-CLOCK.
           05  WS-NOW-HHMM                     PIC 9(04).
           05  FILLER                          PIC 9(04).

       77  WS-CARDS-READ           PIC 9(04) VALUE 0.
       77  WS-CARDS-RECORDED       PIC 9(04) VALUE 0.
       77  WS-CARDS-BAD            PIC 9(04) VALUE 0.
       77  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *    a date column carved for the month/day sanity check.
       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY                   PIC X(04).
           05  WS-CHECK-MM                     PIC X(02).
           05  WS-CHECK-DD                     PIC X(02).
       77  WS-CHECK-BAD-SWITCH     PIC X(01) VALUE "N".
           88  WS-CHECK-BAD                    VALUE "Y".

      *    ops-log fields, the main program's WRITE-OPS-MSG
      *    contract.
       77  WS-MSG-ID               PIC X(07).
       77  WS-MSG-SEV              PIC X(01).
       77  WS-MSG-TEXT             PIC X(90).
       77  WS-MSG-DATE             PIC 9(08).
       77  WS-MSG-TIME             PIC 9(08).


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-CLOCK FROM TIME.

               OPEN EXTEND MSGLOG-FILE.
               IF WS-MLOG-STATUS NOT = "00"
                   OPEN OUTPUT MSGLOG-FILE
               END-IF.

               PERFORM LOAD-LAST-AUTH-NO THRU LOAD-LAST-AUTH-NO-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN INPUT APCARD-FILE.
               IF WS-APCARD-STATUS NOT = "00"
                   DISPLAY " FBAPPROV: no FBAPPARM cards - nothing "
                           "recorded" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               OPEN EXTEND AUTH-FILE.
               IF WS-AUTH-STATUS NOT = "00"
                   OPEN OUTPUT AUTH-FILE
               END-IF.
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY " FBAPPROV: unable to open FBAUTH - "
                           "status " WS-AUTH-STATUS
                           " - nothing recorded" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   CLOSE APCARD-FILE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM UNTIL WS-APCARD-EOF
                   READ APCARD-FILE
                       AT END
                           SET WS-APCARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           PERFORM RECORD-ONE-APPROVAL
                               THRU RECORD-ONE-APPROVAL-EXIT
                   END-READ
               END-PERFORM.
               CLOSE APCARD-FILE.
               CLOSE AUTH-FILE.

               IF WS-CARDS-BAD > 0 OR WS-CARDS-READ = 0
                   MOVE 8 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-MLOG-STATUS = "00"
                   CLOSE MSGLOG-FILE
               END-IF.
               DISPLAY " FBAPPROV complete - cards " WS-CARDS-READ
                       " recorded " WS-CARDS-RECORDED
                       " rejected " WS-CARDS-BAD UPON TERM.
           STOP RUN.

      *-------------
      *    the highest approval number on file. no file yet is the
      *    first approval ever, not an error.
1000       LOAD-LAST-AUTH-NO.
               OPEN INPUT AUTH-FILE.
               IF WS-AUTH-STATUS = "35"
                   GO TO LOAD-LAST-AUTH-NO-EXIT
               END-IF.
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY " FBAPPROV: unable to open FBAUTH - "
                           "status " WS-AUTH-STATUS
                           " - nothing recorded" UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO LOAD-LAST-AUTH-NO-EXIT
               END-IF.
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AU-AUTH-NO IS NUMERIC
                             AND AU-AUTH-NO > WS-LAST-AUTH-NO
                               MOVE AU-AUTH-NO TO WS-LAST-AUTH-NO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUTH-FILE.
1000       LOAD-LAST-AUTH-NO-EXIT.
           EXIT.

      *-------------
      *    one card, edited whole before anything is written. an
      *    approval that could never be honored - a function
      *    nobody checks, a target no override will ever name, an
      *    expiry already gone - is turned back here rather than
      *    left on file to confuse the audit.
1100       RECORD-ONE-APPROVAL.
               IF AP-FUNCTION NOT = "FORCE   " AND "PURGE   "
                 AND "FAIL    " AND "BACKOUT " AND "RESTORE "
                   MOVE "FUNCTION NOT AN OVERRIDE ANYONE CHECKS"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               MOVE AP-TARGET-DATE TO WS-CHECK-DATE.
               PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-EXIT.
               IF WS-CHECK-BAD
                   MOVE "TARGET DATE IS NOT A YYYYMMDD DATE"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               IF AP-FUNCTION = "BACKOUT "
                 AND AP-TARGET-TIME IS NOT NUMERIC
                   MOVE "BACKOUT NEEDS THE RUN TIME IN 19-26"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.
      *    a set id is fourteen digits - the last six go in 19-24
      *    and 25-26 stay blank, the way FBRESTOR looks it up.
               IF AP-FUNCTION = "RESTORE "
                 AND (AP-TARGET-TIME (1:6) IS NOT NUMERIC
                   OR AP-TARGET-TIME (7:2) NOT = SPACES)
                   MOVE "RESTORE NEEDS SET ID 9-14 IN COLS 19-24"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.
               IF AP-FUNCTION NOT = "BACKOUT " AND "RESTORE "
                 AND AP-TARGET-TIME NOT = SPACES
                   MOVE "RUN TIME IS FOR BACKOUT OR RESTORE ONLY"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               IF AP-APPROVER = SPACES
                   MOVE "NO APPROVER ID IN 28-35" TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               MOVE AP-EXPIRE-DATE-X TO WS-CHECK-DATE.
               PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-EXIT.
               IF WS-CHECK-BAD
                   MOVE "EXPIRY DATE IS NOT A YYYYMMDD DATE"
                       TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.
               IF AP-EXPIRE-TIME-X IS NOT NUMERIC
                 OR AP-EXPIRE-HH > "23"
                 OR AP-EXPIRE-MM > "59"
                   MOVE "EXPIRY TIME IS NOT HHMM" TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.
               IF AP-EXPIRE-DATE-N < WS-NOW-DATE
                 OR (AP-EXPIRE-DATE-N = WS-NOW-DATE
                 AND AP-EXPIRE-TIME-N < WS-NOW-HHMM)
                   MOVE "EXPIRY IS ALREADY PAST" TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               IF AP-REASON = SPACES
                   MOVE "NO REASON IN 51-80" TO WS-REJECT-REASON
                   GO TO RECORD-ONE-APPROVAL-REJECT
               END-IF.

               ADD 1 TO WS-LAST-AUTH-NO.
               MOVE SPACES TO AUTH-RECORD.
               MOVE WS-LAST-AUTH-NO TO AU-AUTH-NO.
               MOVE "APPROVED" TO AU-STATE.
               MOVE AP-FUNCTION TO AU-FUNCTION.
               MOVE AP-TARGET-DATE TO AU-TARGET-DATE.
               MOVE AP-TARGET-TIME TO AU-TARGET-TIME.
               MOVE AP-APPROVER TO AU-APPROVER.
               MOVE AP-EXPIRE-DATE-N TO AU-EXPIRE-DATE.
               MOVE AP-EXPIRE-TIME-N TO AU-EXPIRE-TIME.
               ACCEPT AU-STAMP-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-STAMP-TIME FROM TIME.
               MOVE AP-REASON TO AU-REASON.
               WRITE AUTH-RECORD.
               ADD 1 TO WS-CARDS-RECORDED.

               DISPLAY " FBAPPROV: approval " WS-LAST-AUTH-NO " - "
                       AP-FUNCTION " " AP-TARGET-DATE " "
                       AP-TARGET-TIME " by " AP-APPROVER
                       " until " AP-EXPIRE-DATE-X " "
                       AP-EXPIRE-TIME-X UPON TERM.
               MOVE "FBZ453I" TO WS-MSG-ID.
               MOVE "I" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "APPROVAL " DELIMITED BY SIZE
                      WS-LAST-AUTH-NO DELIMITED BY SIZE
                      " RECORDED - " DELIMITED BY SIZE
                      AP-FUNCTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      AP-TARGET-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AP-TARGET-TIME DELIMITED BY SPACE
                      " BY " DELIMITED BY SIZE
                      AP-APPROVER DELIMITED BY SPACE
                      " UNTIL " DELIMITED BY SIZE
                      AP-EXPIRE-DATE-X DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AP-EXPIRE-TIME-X DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
               GO TO RECORD-ONE-APPROVAL-EXIT.

1100       RECORD-ONE-APPROVAL-REJECT.
               ADD 1 TO WS-CARDS-BAD.
               DISPLAY " FBAPPROV: card rejected - " AP-FUNCTION " "
                       AP-TARGET-DATE " - " WS-REJECT-REASON
                       UPON TERM.
               MOVE "FBZ454W" TO WS-MSG-ID.
               MOVE "W" TO WS-MSG-SEV.
               MOVE SPACES TO WS-MSG-TEXT.
               STRING "APPROVAL CARD REJECTED - " DELIMITED BY SIZE
                      AP-FUNCTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AP-TARGET-DATE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING.
               PERFORM WRITE-OPS-MSG THRU WRITE-OPS-MSG-EXIT.
1100       RECORD-ONE-APPROVAL-EXIT.
           EXIT.

      *-------------
      *    numeric, a real month and a day that could be in one -
      *    enough to catch the transposed and mispunched cards.
1200       CHECK-CARD-DATE.
               MOVE "N" TO WS-CHECK-BAD-SWITCH.
               IF WS-CHECK-DATE IS NOT NUMERIC
                 OR WS-CHECK-MM < "01" OR WS-CHECK-MM > "12"
                 OR WS-CHECK-DD < "01" OR WS-CHECK-DD > "31"
                   SET WS-CHECK-BAD TO TRUE
               END-IF.
1200       CHECK-CARD-DATE-EXIT.
           EXIT.

      *-------------
      *    one ops-log line, the main program's WRITE-OPS-MSG
      *    contract.
1300       WRITE-OPS-MSG.
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
1300       WRITE-OPS-MSG-EXIT.
           EXIT.
