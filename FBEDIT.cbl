      *         bad fields - main step may still run. read the report.
      *      8  rejected cards (or no usable TIMES_TO_SIMULATE at all)
      *         - the scheduler must skip the main step.
      *
      *    every range card (cols 19-24) and the FBADPARM requestor
      *    card (cols 51-56) must name a cost center that is active
      *    on the FBCCREF reference file - the chargeback bills by
      *    it, so a range nobody can be charged for does not run.
      *    no reference file means no card can be checked, and
      *    every card that needs a cost center is rejected.

       IDENTIFICATION DIVISION.
      *---------------
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADREQ-STATUS.

      *    the cost-center reference file the range and requestor
      *    cards are checked against. see copylib/FBCCREF.cpy.
           SELECT CCREF-FILE ASSIGN TO "FBCCREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-STATUS.

      *    the edit report - one line per rejected card with the
      *    reason, plus a summary the scheduler note can point at.
           SELECT EDIT-REPORT ASSIGN TO "FBEDRPT"
                                              PIC 9(08).
           05  PARM-QUIET-FLAG                PIC X(01).
           05  PARM-FORCE-FLAG                PIC X(01).
           05  PARM-COST-CENTER               PIC X(06).
           05  FILLER                         PIC X(01).
           05  PARM-SUBMITTER                 PIC X(08).
           05  FILLER                         PIC X(47).

       FD  NUMBERS-FILE.
       01  NUMBERS-RECORD.
       FD  ADREQ-FILE.
       01  ADREQ-RECORD.
           05  AR-REQUESTOR                   PIC X(08).
           05  FILLER                         PIC X(42).
           05  AR-COST-CENTER                 PIC X(06).
           05  FILLER                         PIC X(24).

       FD  CCREF-FILE.
       COPY FBCCREF.

       FD  EDIT-REPORT.
       01  EDIT-RECORD                         PIC X(132).
       77  WS-NUMS-STATUS          PIC X(02) VALUE "00".
       77  WS-EDRPT-STATUS         PIC X(02) VALUE "00".
       77  WS-ADREQ-STATUS         PIC X(02) VALUE "00".
       77  WS-CCREF-STATUS         PIC X(02) VALUE "00".

      *    the cost-center reference file, loaded once up front.
       77  WS-CCREF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-CCREF-EOF                    VALUE "Y".
       77  WS-CCREF-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  WS-CCREF-OPEN                   VALUE "Y".
       77  WS-CC-COUNT             PIC 9(04) VALUE 0.
       77  WS-CC-MAX               PIC 9(04) VALUE 500.
       77  WS-CC-SUB               PIC 9(04).
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 500 TIMES.
               10  WS-CT-CODE                  PIC X(06).
               10  WS-CT-STATUS                PIC X(01).

      *    what LOOKUP-COST-CENTER found for WS-CC-LOOKUP: spaces
      *    when the code is good, otherwise the reject reason.
       77  WS-CC-LOOKUP            PIC X(06).
       77  WS-CC-RESULT            PIC X(44).

      *    whether a usable requestor card rode in with the ad-hoc
      *    list - judged in EDIT-ADREQ-FILE, only when FBNUMS is
               END-IF.

               PERFORM WRITE-HEADINGS THRU WRITE-HEADINGS-EXIT.
               PERFORM LOAD-COST-CENTERS THRU LOAD-COST-CENTERS-EXIT.
               PERFORM EDIT-NUMS-FILE THRU EDIT-NUMS-FILE-EXIT.
               PERFORM EDIT-ADREQ-FILE THRU EDIT-ADREQ-FILE-EXIT.
               PERFORM EDIT-PARM-FILE THRU EDIT-PARM-FILE-EXIT.
                       INTO EDIT-RECORD
                   END-STRING
                   PERFORM WRITE-EDIT-LINE THRU WRITE-EDIT-LINE-EXIT
                   GO TO EDIT-ADREQ-FILE-EXIT
               END-IF.

      *    the requestor's department, same check as a range card's.
               MOVE AR-COST-CENTER TO WS-CC-LOOKUP.
               PERFORM LOOKUP-COST-CENTER
                   THRU LOOKUP-COST-CENTER-EXIT.
               IF WS-CC-RESULT NOT = SPACES
                   ADD 1 TO WS-NUMS-CARDS-BAD
                   MOVE SPACES TO EDIT-RECORD
                   STRING "REJECTED FBADPARM CARD: " DELIMITED BY SIZE
                          AR-REQUESTOR DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AR-COST-CENTER DELIMITED BY SIZE
                          "  REASON: " DELIMITED BY SIZE
                          WS-CC-RESULT DELIMITED BY SIZE
                       INTO EDIT-RECORD
                   END-STRING
                   PERFORM WRITE-EDIT-LINE THRU WRITE-EDIT-LINE-EXIT
               END-IF.
1150       EDIT-ADREQ-FILE-EXIT.
           EXIT.
                   PERFORM WRITE-PARM-REJECT
                       THRU WRITE-PARM-REJECT-EXIT
               END-IF.
      *    the main program holds a forced rerun against a second
      *    operator's approval, which must not be the submitter's
      *    own - a force flag nobody signed for can never pass that,
      *    so it is turned back here with the reason on the report.
               IF PARM-FORCE-FLAG = "Y" AND PARM-SUBMITTER = SPACES
                   MOVE "FORCE FLAG WITHOUT A SUBMITTER ID (26-33)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-PARM-REJECT
                       THRU WRITE-PARM-REJECT-EXIT
               END-IF.

      *    a zero or blank run size makes this a non-range card -
      *    the main program's schedule load takes nothing from it
                       THRU WRITE-PARM-REJECT-EXIT
               END-IF.

      *    a range is charged back to the department on its card.
               MOVE PARM-COST-CENTER TO WS-CC-LOOKUP.
               PERFORM LOOKUP-COST-CENTER
                   THRU LOOKUP-COST-CENTER-EXIT.
               IF WS-CC-RESULT NOT = SPACES
                   MOVE WS-CC-RESULT TO WS-REJECT-REASON
                   PERFORM WRITE-PARM-REJECT
                       THRU WRITE-PARM-REJECT-EXIT
               END-IF.

1300       EDIT-PARM-CARD-TALLY.
               IF WS-CARD-BAD
                   ADD 1 TO WS-PARM-CARDS-BAD
               SET WS-CARD-BAD TO TRUE.
               MOVE SPACES TO EDIT-RECORD.
               STRING "REJECTED PARM CARD: " DELIMITED BY SIZE
                      PARM-RECORD (1:24) DELIMITED BY SIZE
                      "  REASON: " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO EDIT-RECORD
               END-IF.
1800       WRITE-EDIT-LINE-EXIT.
           EXIT.

      *-------------
      *    the cost-center reference file into a table. status 35
      *    just means no FBCCREF DD - said once on the report here,
      *    and every card that names a cost center is rejected by
      *    LOOKUP-COST-CENTER, because none of them can be checked.
1900       LOAD-COST-CENTERS.
               OPEN INPUT CCREF-FILE.
               IF WS-CCREF-STATUS NOT = "00"
                   MOVE SPACES TO EDIT-RECORD
                   STRING "FBCCREF NOT PRESENT - status "
                           DELIMITED BY SIZE
                          WS-CCREF-STATUS DELIMITED BY SIZE
                          " - NO COST CENTER CAN BE CHECKED"
                           DELIMITED BY SIZE
                       INTO EDIT-RECORD
                   END-STRING
                   PERFORM WRITE-EDIT-LINE THRU WRITE-EDIT-LINE-EXIT
                   GO TO LOAD-COST-CENTERS-EXIT
               END-IF.
               SET WS-CCREF-OPEN TO TRUE.

               PERFORM UNTIL WS-CCREF-EOF
                   READ CCREF-FILE
                       AT END
                           SET WS-CCREF-EOF TO TRUE
                       NOT AT END
                           IF CC-CODE NOT = SPACES
                             AND WS-CC-COUNT < WS-CC-MAX
                               ADD 1 TO WS-CC-COUNT
                               MOVE CC-CODE TO WS-CT-CODE (WS-CC-COUNT)
                               MOVE CC-STATUS
                                   TO WS-CT-STATUS (WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CCREF-FILE.
1900       LOAD-COST-CENTERS-EXIT.
           EXIT.

      *-------------
      *    WS-CC-LOOKUP against the table - WS-CC-RESULT comes back
      *    spaces for an active code, else the reason it is refused.
      *    a duplicated code is read first-match, same as a person
      *    reading the file top down would.
1950       LOOKUP-COST-CENTER.
               MOVE SPACES TO WS-CC-RESULT.
               IF WS-CC-LOOKUP = SPACES
                   MOVE "COST CENTER IS BLANK" TO WS-CC-RESULT
                   GO TO LOOKUP-COST-CENTER-EXIT
               END-IF.
               IF NOT WS-CCREF-OPEN
                   MOVE "COST CENTER CANNOT BE CHECKED - NO FBCCREF"
                       TO WS-CC-RESULT
                   GO TO LOOKUP-COST-CENTER-EXIT
               END-IF.
               MOVE "COST CENTER IS NOT ON FBCCREF" TO WS-CC-RESULT.
               PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                   UNTIL WS-CC-SUB > WS-CC-COUNT
                   IF WS-CT-CODE (WS-CC-SUB) = WS-CC-LOOKUP
                       IF WS-CT-STATUS (WS-CC-SUB) = "A"
                           MOVE SPACES TO WS-CC-RESULT
                       ELSE
                           MOVE "COST CENTER IS CLOSED ON FBCCREF"
                               TO WS-CC-RESULT
                       END-IF
                       MOVE WS-CC-COUNT TO WS-CC-SUB
                   END-IF
               END-PERFORM.
1950       LOOKUP-COST-CENTER-EXIT.
           EXIT.
