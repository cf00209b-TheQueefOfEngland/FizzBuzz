      ******************************************************************
      * Author:WSG-Chase Kuykendall
      * Date:10/15/2026
      * Purpose:month-end cost-center chargeback. the JOB card's
      *         ACCTNO never said which department asked for which
      *         range, so finance split the machine cost evenly and
      *         the small users paid for the big ones. every range
      *         card and every ad-hoc requestor card now names a
      *         cost center (checked by FBEDIT against FBCCREF) that
      *         rides through to FBRMAST and FBADLOG; this program
      *         reads both for one calendar month, totals runs and
      *         numbers simulated per cost center, prices them off
      *         the rate card, prints one invoice per cost center and
      *         writes the fixed-layout feed the general ledger
      *         posts from.
      ******************************************************************

      *    period card on FBCBPARM, cols 1-6: the month to bill,
      *    YYYYMM (default with no card: last calendar month - the
      *    job runs after the month has closed).
      *
      *    rate card on FBRATE, one card per kind of charge:
      *      cols  1- 8  NIGHTLY (scheduled ranges, merged split
      *                  nights included) or ADHOC (FBNUMS runs)
      *      cols 10-16  charge per run, 9(05)V99
      *      cols 18-24  charge per thousand numbers, 9(03)V9(04)
      *    both kinds must be on the card deck - a month is never
      *    half-priced.
      *
      *    numbers simulated is the four exclusive buckets off the
      *    run master (FBMONTH's rule - OTHER is a label count, not
      *    more numbers) and the classified count off the ad-hoc
      *    log. a run with no cost center (written before the
      *    chargeback existed) or one not on FBCCREF, or a cost
      *    center with no GL account, is priced and listed as
      *    UNBILLED but held off the GL feed for finance to place.
      *
      *    return codes: 0 everything billed, 4 unbilled charges or
      *    unreadable records - read FBCBRPT, 8 the period card,
      *    the rate card or FBCCREF is missing or does not read -
      *    nothing billed, 12 a file would not open.

       IDENTIFICATION DIVISION.
      *---------------
       PROGRAM-ID. FBCHARGE.
      *--------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the period card.
           SELECT CBPARM-FILE ASSIGN TO "FBCBPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CBPARM-STATUS.

      *    the rate card.
           SELECT RATE-FILE ASSIGN TO "FBRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *    the cost-center reference file - names and GL accounts.
      *    see copylib/FBCCREF.cpy.
           SELECT CCREF-FILE ASSIGN TO "FBCCREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CCREF-STATUS.

      *    the keyed run master - see copylib/FBRMASTR.cpy.
           SELECT RUNMAST-FILE ASSIGN TO "FBRMAST"
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY RM-KEY
               FILE STATUS IS WS-RMAST-STATUS.

      *    the ad-hoc run log - see copylib/FBADLOGR.cpy.
           SELECT ADLOG-FILE ASSIGN TO "FBADLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADLOG-STATUS.

      *    the invoice report.
           SELECT INVOICE-REPORT ASSIGN TO "FBCBRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CBRPT-STATUS.

      *    the general-ledger feed - see copylib/FBGLFEED.cpy.
           SELECT GLFEED-FILE ASSIGN TO "FBGLFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

       DATA DIVISION.
      *------------

       FILE SECTION.
      *-------------
       FD  CBPARM-FILE.
       01  CBPARM-RECORD.
           05  CB-PERIOD-X                     PIC X(06).
           05  CB-PERIOD-N REDEFINES CB-PERIOD-X
                                               PIC 9(06).
           05  FILLER                          PIC X(74).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RT-TYPE                         PIC X(08).
           05  FILLER                          PIC X(01).
           05  RT-PER-RUN-X                    PIC X(07).
           05  RT-PER-RUN-N REDEFINES RT-PER-RUN-X
                                               PIC 9(05)V99.
           05  FILLER                          PIC X(01).
           05  RT-PER-THOU-X                   PIC X(07).
           05  RT-PER-THOU-N REDEFINES RT-PER-THOU-X
                                               PIC 9(03)V9(04).
           05  FILLER                          PIC X(56).

       FD  CCREF-FILE.
       COPY FBCCREF.

       FD  RUNMAST-FILE.
       COPY FBRMASTR.

       FD  ADLOG-FILE.
       COPY FBADLOGR.

       FD  INVOICE-REPORT.
       01  INVOICE-RECORD                      PIC X(132).

       FD  GLFEED-FILE.
       COPY FBGLFEED.

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-CBPARM-STATUS        PIC X(02) VALUE "00".
       77  WS-RATE-STATUS          PIC X(02) VALUE "00".
       77  WS-CCREF-STATUS         PIC X(02) VALUE "00".
       77  WS-RMAST-STATUS         PIC X(02) VALUE "00".
       77  WS-ADLOG-STATUS         PIC X(02) VALUE "00".
       77  WS-CBRPT-STATUS         PIC X(02) VALUE "00".
      *    "99" until the OPEN sets it - the feed opens late, and
      *    the wrap-up and the write guards take "00" to mean open.
       77  WS-GLFEED-STATUS        PIC X(02) VALUE "99".

       77  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-RATE-EOF                     VALUE "Y".
       77  WS-CCREF-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-CCREF-EOF                    VALUE "Y".
       77  WS-RMAST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RMAST-EOF                    VALUE "Y".
       77  WS-ADLOG-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-ADLOG-EOF                    VALUE "Y".

      *    the month being billed.
       77  WS-TODAY                PIC 9(08).
       77  WS-CUR-YEAR             PIC 9(04).
       77  WS-CUR-MONTH            PIC 9(02).
       77  WS-DATE-REST            PIC 9(04).
       77  WS-PERIOD               PIC 9(06) VALUE 0.
       77  WS-PERIOD-MONTH         PIC 9(02).

      *    the rate card.
       77  WS-NIGHT-RATE-SWITCH    PIC X(01) VALUE "N".
           88  WS-NIGHT-RATE-FOUND             VALUE "Y".
       77  WS-ADHOC-RATE-SWITCH    PIC X(01) VALUE "N".
           88  WS-ADHOC-RATE-FOUND             VALUE "Y".
       77  WS-NIGHT-PER-RUN        PIC 9(05)V99 VALUE 0.
       77  WS-NIGHT-PER-THOU       PIC 9(03)V9(04) VALUE 0.
       77  WS-ADHOC-PER-RUN        PIC 9(05)V99 VALUE 0.
       77  WS-ADHOC-PER-THOU       PIC 9(03)V9(04) VALUE 0.
       77  WS-RATE-BAD             PIC 9(04) VALUE 0.

      *    one billing slot per cost center: the FBCCREF entries
      *    first, in file order, then any code the runs carry that
      *    finance never set up (status U) or no code at all
      *    (status N), as they turn up.
       77  WS-BILL-COUNT           PIC 9(04) VALUE 0.
       77  WS-BILL-MAX             PIC 9(04) VALUE 500.
       77  WS-BILL-SUB             PIC 9(04).
       77  WS-BILL-HIT             PIC 9(04).
       77  WS-BILL-CODE            PIC X(06).
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 500 TIMES.
               10  WS-BL-CODE                  PIC X(06).
               10  WS-BL-NAME                  PIC X(30).
               10  WS-BL-GL-ACCOUNT            PIC X(12).
               10  WS-BL-STATUS                PIC X(01).
               10  WS-BL-NIGHT-RUNS            PIC 9(06).
               10  WS-BL-NIGHT-NUMBERS         PIC 9(12).
               10  WS-BL-NIGHT-CHARGE          PIC 9(09)V99.
               10  WS-BL-ADHOC-RUNS            PIC 9(06).
               10  WS-BL-ADHOC-NUMBERS         PIC 9(12).
               10  WS-BL-ADHOC-CHARGE          PIC 9(09)V99.
       77  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       77  WS-BILLABLE-SWITCH      PIC X(01) VALUE "N".
           88  WS-BILLABLE                     VALUE "Y".
       77  WS-UNBILLED-REASON      PIC X(30).

       77  WS-RUN-NUMBERS          PIC 9(08).
       77  WS-SLOT-TOTAL           PIC 9(09)V99.

      *    pass counters and the grand totals for the trailer.
       77  WS-RMAST-READ           PIC 9(08) VALUE 0.
       77  WS-RMAST-IN-PERIOD      PIC 9(08) VALUE 0.
       77  WS-RMAST-BAD            PIC 9(08) VALUE 0.
       77  WS-ADLOG-READ           PIC 9(08) VALUE 0.
       77  WS-ADLOG-IN-PERIOD      PIC 9(08) VALUE 0.
       77  WS-ADLOG-BAD            PIC 9(08) VALUE 0.
       77  WS-INVOICE-COUNT        PIC 9(04) VALUE 0.
       77  WS-UNBILLED-COUNT       PIC 9(04) VALUE 0.
       77  WS-GL-COUNT             PIC 9(06) VALUE 0.
       77  WS-TOTAL-BILLED         PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-UNBILLED       PIC 9(11)V99 VALUE 0.

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNT-DISP2          PIC Z(7)9.
       77  WS-COUNT-DISP3          PIC Z(7)9.
       77  WS-AMOUNT-DISP          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-RUN-RATE-DISP        PIC ZZ,ZZ9.99.
       77  WS-THOU-RATE-DISP       PIC ZZ9.9999.

       01  INVOICE-HEADING.
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "CHARGE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "  RUNS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE
                                           "        NUMBERS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
                                           "           AMOUNT".

       01  INVOICE-DETAIL.
           05  FILLER              PIC X(09).
           05  ID-CHARGE-TYPE      PIC X(08).
           05  FILLER              PIC X(02).
           05  ID-RUNS             PIC Z(5)9.
           05  FILLER              PIC X(02).
           05  ID-NUMBERS          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  ID-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
      *-----------------------
0000       MAIN.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.

               OPEN OUTPUT INVOICE-REPORT.
               IF WS-CBRPT-STATUS NOT = "00"
                   DISPLAY " FBCHARGE: unable to open FBCBRPT - "
                           "status " WS-CBRPT-STATUS UPON TERM
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM READ-PERIOD-CARD THRU READ-PERIOD-CARD-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM LOAD-RATE-CARD THRU LOAD-RATE-CARD-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM LOAD-COST-CENTERS
                   THRU LOAD-COST-CENTERS-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM TALLY-RUN-MASTER THRU TALLY-RUN-MASTER-EXIT.
               IF RETURN-CODE NOT = 0
                   GO TO MAIN-WRAP-UP
               END-IF.
               PERFORM TALLY-ADHOC-LOG THRU TALLY-ADHOC-LOG-EXIT.

               OPEN OUTPUT GLFEED-FILE.
               IF WS-GLFEED-STATUS NOT = "00"
                   DISPLAY " FBCHARGE: unable to open FBGLFEED - "
                           "status " WS-GLFEED-STATUS UPON TERM
                   MOVE "FBGLFEED WOULD NOT OPEN - NOTHING BILLED"
                       TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                   MOVE 12 TO RETURN-CODE
                   GO TO MAIN-WRAP-UP
               END-IF.

               PERFORM WRITE-INVOICES THRU WRITE-INVOICES-EXIT.
               PERFORM WRITE-UNBILLED THRU WRITE-UNBILLED-EXIT.
               PERFORM WRITE-GL-TRAILER THRU WRITE-GL-TRAILER-EXIT.
               PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT.

               IF WS-UNBILLED-COUNT > 0
                 OR WS-RMAST-BAD > 0
                 OR WS-ADLOG-BAD > 0
                 OR WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF.

0000       MAIN-WRAP-UP.
               IF WS-GLFEED-STATUS = "00"
                   CLOSE GLFEED-FILE
               END-IF.
               IF WS-CBRPT-STATUS = "00"
                   CLOSE INVOICE-REPORT
               END-IF.
               DISPLAY " FBCHARGE complete - period " WS-PERIOD
                       " invoices " WS-INVOICE-COUNT
                       " unbilled " WS-UNBILLED-COUNT
                       " GL records " WS-GL-COUNT UPON TERM.
           STOP RUN.

      *-------------
      *    the month to bill - last calendar month with no card, on
      *    the january-rolls-back-a-year arithmetic. a card that does
      *    not read as a real month bills nothing rather than the
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

               OPEN INPUT CBPARM-FILE.
               IF WS-CBPARM-STATUS NOT = "00"
                   GO TO READ-PERIOD-CARD-HEAD
               END-IF.
               READ CBPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CB-PERIOD-X IS NUMERIC
                           MOVE CB-PERIOD-X (5:2) TO WS-PERIOD-MONTH
                           IF WS-PERIOD-MONTH > 0
                             AND WS-PERIOD-MONTH < 13
                               MOVE CB-PERIOD-N TO WS-PERIOD
                           ELSE
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ.
               CLOSE CBPARM-FILE.

1000       READ-PERIOD-CARD-HEAD.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "FIZZBUZZ COST-CENTER CHARGEBACK - PERIOD "
                       DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      " - RUN DATE " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO INVOICE-RECORD
                   STRING "PERIOD CARD DOES NOT READ AS YYYYMM - CARD "
                           DELIMITED BY SIZE
                          "SAID '" DELIMITED BY SIZE
                          CB-PERIOD-X DELIMITED BY SIZE
                          "' - NOTHING BILLED" DELIMITED BY SIZE
                       INTO INVOICE-RECORD
                   END-STRING
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.
1000       READ-PERIOD-CARD-EXIT.
           EXIT.

      *-------------
      *    both kinds of charge priced, or nothing is billed.
1100       LOAD-RATE-CARD.
               OPEN INPUT RATE-FILE.
               IF WS-RATE-STATUS NOT = "00"
                   GO TO LOAD-RATE-CARD-CHECK
               END-IF.
               PERFORM UNTIL WS-RATE-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RATE
                               THRU LOAD-ONE-RATE-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RATE-FILE.

1100       LOAD-RATE-CARD-CHECK.
               IF NOT WS-NIGHT-RATE-FOUND
                 OR NOT WS-ADHOC-RATE-FOUND
                 OR WS-RATE-BAD > 0
                   MOVE SPACES TO INVOICE-RECORD
                   STRING "RATE CARD ON FBRATE MISSING, INCOMPLETE OR "
                           DELIMITED BY SIZE
                          "MISPUNCHED - NEEDS ONE NIGHTLY AND ONE "
                           DELIMITED BY SIZE
                          "ADHOC CARD - NOTHING BILLED"
                           DELIMITED BY SIZE
                       INTO INVOICE-RECORD
                   END-STRING
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO LOAD-RATE-CARD-EXIT
               END-IF.

               MOVE WS-NIGHT-PER-RUN TO WS-RUN-RATE-DISP.
               MOVE WS-NIGHT-PER-THOU TO WS-THOU-RATE-DISP.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "RATE CARD  NIGHTLY " DELIMITED BY SIZE
                      WS-RUN-RATE-DISP DELIMITED BY SIZE
                      " PER RUN + " DELIMITED BY SIZE
                      WS-THOU-RATE-DISP DELIMITED BY SIZE
                      " PER 1000 NUMBERS" DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               MOVE WS-ADHOC-PER-RUN TO WS-RUN-RATE-DISP.
               MOVE WS-ADHOC-PER-THOU TO WS-THOU-RATE-DISP.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "           ADHOC   " DELIMITED BY SIZE
                      WS-RUN-RATE-DISP DELIMITED BY SIZE
                      " PER RUN + " DELIMITED BY SIZE
                      WS-THOU-RATE-DISP DELIMITED BY SIZE
                      " PER 1000 NUMBERS" DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               MOVE SPACES TO INVOICE-RECORD.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
1100       LOAD-RATE-CARD-EXIT.
           EXIT.

      *-------------
1150       LOAD-ONE-RATE.
               IF RATE-RECORD = SPACES
                   GO TO LOAD-ONE-RATE-EXIT
               END-IF.
               IF RT-PER-RUN-X IS NOT NUMERIC
                 OR RT-PER-THOU-X IS NOT NUMERIC
                   ADD 1 TO WS-RATE-BAD
                   GO TO LOAD-ONE-RATE-EXIT
               END-IF.
               EVALUATE RT-TYPE
                   WHEN "NIGHTLY"
                       SET WS-NIGHT-RATE-FOUND TO TRUE
                       MOVE RT-PER-RUN-N TO WS-NIGHT-PER-RUN
                       MOVE RT-PER-THOU-N TO WS-NIGHT-PER-THOU
                   WHEN "ADHOC"
                       SET WS-ADHOC-RATE-FOUND TO TRUE
                       MOVE RT-PER-RUN-N TO WS-ADHOC-PER-RUN
                       MOVE RT-PER-THOU-N TO WS-ADHOC-PER-THOU
                   WHEN OTHER
                       ADD 1 TO WS-RATE-BAD
               END-EVALUATE.
1150       LOAD-ONE-RATE-EXIT.
           EXIT.

      *-------------
      *    the reference file seeds the billing table - name and GL
      *    account for every department finance has set up, closed
      *    ones included, since a closed center still owes for the
      *    runs it had before it closed.
1200       LOAD-COST-CENTERS.
               OPEN INPUT CCREF-FILE.
               IF WS-CCREF-STATUS NOT = "00"
                   MOVE SPACES TO INVOICE-RECORD
                   STRING "FBCCREF WOULD NOT OPEN - status "
                           DELIMITED BY SIZE
                          WS-CCREF-STATUS DELIMITED BY SIZE
                          " - NO DEPARTMENT OR GL ACCOUNT TO BILL - "
                           DELIMITED BY SIZE
                          "NOTHING BILLED" DELIMITED BY SIZE
                       INTO INVOICE-RECORD
                   END-STRING
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO LOAD-COST-CENTERS-EXIT
               END-IF.
               PERFORM UNTIL WS-CCREF-EOF
                   READ CCREF-FILE
                       AT END
                           SET WS-CCREF-EOF TO TRUE
                       NOT AT END
                           IF CC-CODE NOT = SPACES
                               MOVE CC-CODE TO WS-BILL-CODE
                               PERFORM FIND-BILL-SLOT
                                   THRU FIND-BILL-SLOT-EXIT
                               IF WS-BILL-HIT > 0
                                 AND WS-BL-STATUS (WS-BILL-HIT) = "U"
                                   MOVE CC-NAME
                                       TO WS-BL-NAME (WS-BILL-HIT)
                                   MOVE CC-GL-ACCOUNT
                                       TO WS-BL-GL-ACCOUNT (WS-BILL-HIT)
                                   MOVE CC-STATUS
                                       TO WS-BL-STATUS (WS-BILL-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CCREF-FILE.
1200       LOAD-COST-CENTERS-EXIT.
           EXIT.

      *-------------
      *    WS-BILL-CODE's slot into WS-BILL-HIT, opening a new one -
      *    status U, or N for no code at all - when the code has not
      *    been seen. zero back means the table is full.
1250       FIND-BILL-SLOT.
               MOVE 0 TO WS-BILL-HIT.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                   UNTIL WS-BILL-SUB > WS-BILL-COUNT
                     OR WS-BILL-HIT > 0
                   IF WS-BL-CODE (WS-BILL-SUB) = WS-BILL-CODE
                       MOVE WS-BILL-SUB TO WS-BILL-HIT
                   END-IF
               END-PERFORM.
               IF WS-BILL-HIT > 0
                   GO TO FIND-BILL-SLOT-EXIT
               END-IF.
               IF WS-BILL-COUNT >= WS-BILL-MAX
                   SET WS-TABLE-FULL TO TRUE
                   GO TO FIND-BILL-SLOT-EXIT
               END-IF.
               ADD 1 TO WS-BILL-COUNT.
               MOVE WS-BILL-COUNT TO WS-BILL-HIT.
               MOVE WS-BILL-CODE TO WS-BL-CODE (WS-BILL-HIT).
               MOVE SPACES TO WS-BL-NAME (WS-BILL-HIT)
                              WS-BL-GL-ACCOUNT (WS-BILL-HIT).
               IF WS-BILL-CODE = SPACES
                   MOVE "N" TO WS-BL-STATUS (WS-BILL-HIT)
               ELSE
                   MOVE "U" TO WS-BL-STATUS (WS-BILL-HIT)
               END-IF.
               MOVE 0 TO WS-BL-NIGHT-RUNS (WS-BILL-HIT)
                         WS-BL-NIGHT-NUMBERS (WS-BILL-HIT)
                         WS-BL-NIGHT-CHARGE (WS-BILL-HIT)
                         WS-BL-ADHOC-RUNS (WS-BILL-HIT)
                         WS-BL-ADHOC-NUMBERS (WS-BILL-HIT)
                         WS-BL-ADHOC-CHARGE (WS-BILL-HIT).
1250       FIND-BILL-SLOT-EXIT.
           EXIT.

      *-------------
      *    every run-master record of the month is one nightly run
      *    - a merged split night included, since it is on file as
      *    the one record its children add up to. a record whose
      *    key and totals do not all read numeric is corruption,
      *    counted and skipped the way FBMONTH skips it.
1300       TALLY-RUN-MASTER.
               OPEN INPUT RUNMAST-FILE.
               IF WS-RMAST-STATUS NOT = "00"
                   DISPLAY " FBCHARGE: unable to open FBRMAST - "
                           "status " WS-RMAST-STATUS UPON TERM
                   MOVE "FBRMAST WOULD NOT OPEN - NOTHING BILLED"
                       TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                   MOVE 12 TO RETURN-CODE
                   GO TO TALLY-RUN-MASTER-EXIT
               END-IF.
               PERFORM UNTIL WS-RMAST-EOF
                   READ RUNMAST-FILE
                       AT END
                           SET WS-RMAST-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-RUN
                               THRU TALLY-ONE-RUN-EXIT
                   END-READ
               END-PERFORM.
               CLOSE RUNMAST-FILE.
1300       TALLY-RUN-MASTER-EXIT.
           EXIT.

      *-------------
1350       TALLY-ONE-RUN.
               ADD 1 TO WS-RMAST-READ.
               IF RUNMAST-RECORD (1:72) IS NOT NUMERIC
                   ADD 1 TO WS-RMAST-BAD
                   GO TO TALLY-ONE-RUN-EXIT
               END-IF.
               IF RM-RUN-DATE (1:6) NOT = WS-PERIOD
                   GO TO TALLY-ONE-RUN-EXIT
               END-IF.
               ADD 1 TO WS-RMAST-IN-PERIOD.
               MOVE RM-COST-CENTER TO WS-BILL-CODE.
               PERFORM FIND-BILL-SLOT THRU FIND-BILL-SLOT-EXIT.
               IF WS-BILL-HIT = 0
                   GO TO TALLY-ONE-RUN-EXIT
               END-IF.
               ADD RM-TOTAL-FIZZ RM-TOTAL-BUZZ RM-TOTAL-FIZZBUZZ
                   RM-TOTAL-NEITHER GIVING WS-RUN-NUMBERS.
               ADD 1 TO WS-BL-NIGHT-RUNS (WS-BILL-HIT).
               ADD WS-RUN-NUMBERS TO WS-BL-NIGHT-NUMBERS (WS-BILL-HIT).
1350       TALLY-ONE-RUN-EXIT.
           EXIT.

      *-------------
      *    every ad-hoc log record of the month is one ad-hoc run.
      *    no log at all just means no ad-hoc runs were ever made.
1400       TALLY-ADHOC-LOG.
               OPEN INPUT ADLOG-FILE.
               IF WS-ADLOG-STATUS NOT = "00"
                   GO TO TALLY-ADHOC-LOG-EXIT
               END-IF.
               PERFORM UNTIL WS-ADLOG-EOF
                   READ ADLOG-FILE
                       AT END
                           SET WS-ADLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-ADHOC
                               THRU TALLY-ONE-ADHOC-EXIT
                   END-READ
               END-PERFORM.
               CLOSE ADLOG-FILE.
1400       TALLY-ADHOC-LOG-EXIT.
           EXIT.

      *-------------
1450       TALLY-ONE-ADHOC.
               ADD 1 TO WS-ADLOG-READ.
               IF AL-RUN-DATE IS NOT NUMERIC
                 OR AL-COUNT IS NOT NUMERIC
                   ADD 1 TO WS-ADLOG-BAD
                   GO TO TALLY-ONE-ADHOC-EXIT
               END-IF.
               IF AL-RUN-DATE (1:6) NOT = WS-PERIOD
                   GO TO TALLY-ONE-ADHOC-EXIT
               END-IF.
               ADD 1 TO WS-ADLOG-IN-PERIOD.
               MOVE AL-COST-CENTER TO WS-BILL-CODE.
               PERFORM FIND-BILL-SLOT THRU FIND-BILL-SLOT-EXIT.
               IF WS-BILL-HIT = 0
                   GO TO TALLY-ONE-ADHOC-EXIT
               END-IF.
               ADD 1 TO WS-BL-ADHOC-RUNS (WS-BILL-HIT).
               ADD AL-COUNT TO WS-BL-ADHOC-NUMBERS (WS-BILL-HIT).
1450       TALLY-ONE-ADHOC-EXIT.
           EXIT.

      *-------------
      *    one invoice per billable cost center that ran anything
      *    this month, priced per kind of charge on the slot's
      *    month totals (so a department's bill is not the sum of a
      *    hundred roundings), with a GL detail record for each
      *    kind it used.
1500       WRITE-INVOICES.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                   UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   PERFORM PRICE-ONE-SLOT THRU PRICE-ONE-SLOT-EXIT
                   IF WS-BILLABLE
                     AND (WS-BL-NIGHT-RUNS (WS-BILL-SUB) > 0
                       OR WS-BL-ADHOC-RUNS (WS-BILL-SUB) > 0)
                       PERFORM WRITE-ONE-INVOICE
                           THRU WRITE-ONE-INVOICE-EXIT
                   END-IF
               END-PERFORM.
               IF WS-INVOICE-COUNT = 0
                   MOVE "NO BILLABLE ACTIVITY IN THE PERIOD"
                       TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                   MOVE SPACES TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.
1500       WRITE-INVOICES-EXIT.
           EXIT.

      *-------------
      *    the slot's charges, and whether it can go to the ledger
      *    at all: a known department with a GL account to post to.
1550       PRICE-ONE-SLOT.
               COMPUTE WS-BL-NIGHT-CHARGE (WS-BILL-SUB) ROUNDED
                   = WS-BL-NIGHT-RUNS (WS-BILL-SUB) * WS-NIGHT-PER-RUN
                   + WS-BL-NIGHT-NUMBERS (WS-BILL-SUB)
                     * WS-NIGHT-PER-THOU / 1000.
               COMPUTE WS-BL-ADHOC-CHARGE (WS-BILL-SUB) ROUNDED
                   = WS-BL-ADHOC-RUNS (WS-BILL-SUB) * WS-ADHOC-PER-RUN
                   + WS-BL-ADHOC-NUMBERS (WS-BILL-SUB)
                     * WS-ADHOC-PER-THOU / 1000.
               ADD WS-BL-NIGHT-CHARGE (WS-BILL-SUB)
                   WS-BL-ADHOC-CHARGE (WS-BILL-SUB)
                   GIVING WS-SLOT-TOTAL.

               SET WS-BILLABLE TO TRUE.
               MOVE SPACES TO WS-UNBILLED-REASON.
               EVALUATE TRUE
                   WHEN WS-BL-STATUS (WS-BILL-SUB) = "N"
                       MOVE "NO COST CENTER ON THE RUN"
                           TO WS-UNBILLED-REASON
                   WHEN WS-BL-STATUS (WS-BILL-SUB) = "U"
                       MOVE "COST CENTER NOT ON FBCCREF"
                           TO WS-UNBILLED-REASON
                   WHEN WS-BL-GL-ACCOUNT (WS-BILL-SUB) = SPACES
                       MOVE "NO GL ACCOUNT ON FBCCREF"
                           TO WS-UNBILLED-REASON
               END-EVALUATE.
               IF WS-UNBILLED-REASON NOT = SPACES
                   MOVE "N" TO WS-BILLABLE-SWITCH
               END-IF.
1550       PRICE-ONE-SLOT-EXIT.
           EXIT.

      *-------------
1600       WRITE-ONE-INVOICE.
               ADD 1 TO WS-INVOICE-COUNT.
               ADD WS-SLOT-TOTAL TO WS-TOTAL-BILLED.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "INVOICE  COST CENTER " DELIMITED BY SIZE
                      WS-BL-CODE (WS-BILL-SUB) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-BL-NAME (WS-BILL-SUB) DELIMITED BY SIZE
                      "  GL ACCOUNT " DELIMITED BY SIZE
                      WS-BL-GL-ACCOUNT (WS-BILL-SUB) DELIMITED BY SIZE
                      "  PERIOD " DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               IF WS-BL-STATUS (WS-BILL-SUB) = "C"
                   MOVE "(CLOSED)" TO INVOICE-RECORD (110:8)
               END-IF.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               MOVE INVOICE-HEADING TO INVOICE-RECORD.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               PERFORM WRITE-SLOT-DETAIL THRU WRITE-SLOT-DETAIL-EXIT.

               IF WS-BL-NIGHT-RUNS (WS-BILL-SUB) > 0
                   MOVE SPACES TO GLFEED-RECORD
                   SET GL-DETAIL TO TRUE
                   MOVE "NIGHTLY" TO GL-CHARGE-TYPE
                   MOVE WS-BL-NIGHT-RUNS (WS-BILL-SUB) TO GL-RUNS
                   MOVE WS-BL-NIGHT-NUMBERS (WS-BILL-SUB) TO GL-NUMBERS
                   MOVE WS-BL-NIGHT-CHARGE (WS-BILL-SUB) TO GL-AMOUNT
                   PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT
               END-IF.
               IF WS-BL-ADHOC-RUNS (WS-BILL-SUB) > 0
                   MOVE SPACES TO GLFEED-RECORD
                   SET GL-DETAIL TO TRUE
                   MOVE "ADHOC" TO GL-CHARGE-TYPE
                   MOVE WS-BL-ADHOC-RUNS (WS-BILL-SUB) TO GL-RUNS
                   MOVE WS-BL-ADHOC-NUMBERS (WS-BILL-SUB) TO GL-NUMBERS
                   MOVE WS-BL-ADHOC-CHARGE (WS-BILL-SUB) TO GL-AMOUNT
                   PERFORM WRITE-GL-DETAIL THRU WRITE-GL-DETAIL-EXIT
               END-IF.
1600       WRITE-ONE-INVOICE-EXIT.
           EXIT.

      *-------------
      *    the NIGHTLY / ADHOC / TOTAL lines of one slot, shared by
      *    the invoices and the unbilled list.
1650       WRITE-SLOT-DETAIL.
               IF WS-BL-NIGHT-RUNS (WS-BILL-SUB) > 0
                   MOVE SPACES TO INVOICE-DETAIL
                   MOVE "NIGHTLY" TO ID-CHARGE-TYPE
                   MOVE WS-BL-NIGHT-RUNS (WS-BILL-SUB) TO ID-RUNS
                   MOVE WS-BL-NIGHT-NUMBERS (WS-BILL-SUB) TO ID-NUMBERS
                   MOVE WS-BL-NIGHT-CHARGE (WS-BILL-SUB) TO ID-AMOUNT
                   MOVE INVOICE-DETAIL TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.
               IF WS-BL-ADHOC-RUNS (WS-BILL-SUB) > 0
                   MOVE SPACES TO INVOICE-DETAIL
                   MOVE "ADHOC" TO ID-CHARGE-TYPE
                   MOVE WS-BL-ADHOC-RUNS (WS-BILL-SUB) TO ID-RUNS
                   MOVE WS-BL-ADHOC-NUMBERS (WS-BILL-SUB) TO ID-NUMBERS
                   MOVE WS-BL-ADHOC-CHARGE (WS-BILL-SUB) TO ID-AMOUNT
                   MOVE INVOICE-DETAIL TO INVOICE-RECORD
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.
               MOVE SPACES TO INVOICE-DETAIL.
               MOVE "TOTAL" TO ID-CHARGE-TYPE.
               MOVE WS-SLOT-TOTAL TO ID-AMOUNT.
               MOVE INVOICE-DETAIL TO INVOICE-RECORD.
               MOVE SPACES TO INVOICE-RECORD (20:23).
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
               MOVE SPACES TO INVOICE-RECORD.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.
1650       WRITE-SLOT-DETAIL-EXIT.
           EXIT.

      *-------------
      *    whatever ran this month that the ledger cannot take -
      *    priced the same way, so finance sees exactly what is
      *    owed and by whom once the department is placed.
1700       WRITE-UNBILLED.
               PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                   UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   PERFORM PRICE-ONE-SLOT THRU PRICE-ONE-SLOT-EXIT
                   IF NOT WS-BILLABLE
                     AND (WS-BL-NIGHT-RUNS (WS-BILL-SUB) > 0
                       OR WS-BL-ADHOC-RUNS (WS-BILL-SUB) > 0)
                       IF WS-UNBILLED-COUNT = 0
                           STRING "UNBILLED - HELD OFF THE GL FEED "
                                   DELIMITED BY SIZE
                                  "FOR FINANCE TO PLACE"
                                   DELIMITED BY SIZE
                               INTO INVOICE-RECORD
                           END-STRING
                           PERFORM WRITE-CB-LINE
                               THRU WRITE-CB-LINE-EXIT
                       END-IF
                       ADD 1 TO WS-UNBILLED-COUNT
                       ADD WS-SLOT-TOTAL TO WS-TOTAL-UNBILLED
                       MOVE SPACES TO INVOICE-RECORD
                       IF WS-BL-STATUS (WS-BILL-SUB) = "N"
                           MOVE "*NONE*" TO INVOICE-RECORD (22:6)
                       ELSE
                           MOVE WS-BL-CODE (WS-BILL-SUB)
                               TO INVOICE-RECORD (22:6)
                       END-IF
                       MOVE "UNBILLED COST CENTER"
                           TO INVOICE-RECORD (1:20)
                       MOVE "REASON: " TO INVOICE-RECORD (30:8)
                       MOVE WS-UNBILLED-REASON
                           TO INVOICE-RECORD (38:30)
                       PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
                       PERFORM WRITE-SLOT-DETAIL
                           THRU WRITE-SLOT-DETAIL-EXIT
                   END-IF
               END-PERFORM.
1700       WRITE-UNBILLED-EXIT.
           EXIT.

      *-------------
1800       WRITE-GL-DETAIL.
               MOVE WS-PERIOD TO GL-PERIOD.
               MOVE WS-BL-CODE (WS-BILL-SUB) TO GL-COST-CENTER.
               MOVE WS-BL-GL-ACCOUNT (WS-BILL-SUB) TO GL-ACCOUNT.
               MOVE WS-TODAY TO GL-FEED-DATE.
               IF WS-GLFEED-STATUS = "00"
                   WRITE GLFEED-RECORD
                   ADD 1 TO WS-GL-COUNT
               END-IF.
1800       WRITE-GL-DETAIL-EXIT.
           EXIT.

      *-------------
      *    the control record the GL load balances the feed against.
1850       WRITE-GL-TRAILER.
               MOVE SPACES TO GLFEED-RECORD.
               SET GL-TRAILER TO TRUE.
               MOVE WS-PERIOD TO GL-PERIOD.
               MOVE WS-GL-COUNT TO GL-TRL-COUNT.
               MOVE WS-TOTAL-BILLED TO GL-TRL-AMOUNT.
               MOVE WS-TODAY TO GL-TRL-FEED-DATE.
               IF WS-GLFEED-STATUS = "00"
                   WRITE GLFEED-RECORD
               END-IF.
1850       WRITE-GL-TRAILER-EXIT.
           EXIT.

      *-------------
1900       WRITE-TOTALS.
               MOVE WS-INVOICE-COUNT TO WS-COUNT-DISP.
               MOVE WS-TOTAL-BILLED TO WS-AMOUNT-DISP.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "COST CENTERS INVOICED: " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "   TOTAL BILLED TO THE GL: " DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.

               IF WS-UNBILLED-COUNT > 0
                   MOVE WS-UNBILLED-COUNT TO WS-COUNT-DISP
                   MOVE WS-TOTAL-UNBILLED TO WS-AMOUNT-DISP
                   MOVE SPACES TO INVOICE-RECORD
                   STRING "COST CENTERS UNBILLED: " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          "   TOTAL HELD OFF THE GL:  "
                           DELIMITED BY SIZE
                          WS-AMOUNT-DISP DELIMITED BY SIZE
                       INTO INVOICE-RECORD
                   END-STRING
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.

               MOVE WS-GL-COUNT TO WS-COUNT-DISP.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "GL FEED DETAIL RECORDS: " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      " PLUS TRAILER" DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.

               MOVE WS-RMAST-READ TO WS-COUNT-DISP.
               MOVE WS-RMAST-IN-PERIOD TO WS-COUNT-DISP2.
               MOVE WS-RMAST-BAD TO WS-COUNT-DISP3.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "RUN-MASTER RECORDS READ " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "  IN PERIOD " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  UNREADABLE " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.

               MOVE WS-ADLOG-READ TO WS-COUNT-DISP.
               MOVE WS-ADLOG-IN-PERIOD TO WS-COUNT-DISP2.
               MOVE WS-ADLOG-BAD TO WS-COUNT-DISP3.
               MOVE SPACES TO INVOICE-RECORD.
               STRING "AD-HOC LOG RECORDS READ " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      "  IN PERIOD " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      "  UNREADABLE " DELIMITED BY SIZE
                      WS-COUNT-DISP3 DELIMITED BY SIZE
                   INTO INVOICE-RECORD
               END-STRING.
               PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT.

               IF WS-TABLE-FULL
                   MOVE SPACES TO INVOICE-RECORD
                   STRING "WARNING: MORE COST CENTERS THAN THE BILLING "
                           DELIMITED BY SIZE
                          "TABLE HOLDS - SOME RUNS WERE NOT PRICED"
                           DELIMITED BY SIZE
                       INTO INVOICE-RECORD
                   END-STRING
                   PERFORM WRITE-CB-LINE THRU WRITE-CB-LINE-EXIT
               END-IF.
1900       WRITE-TOTALS-EXIT.
           EXIT.

      *-------------
1950       WRITE-CB-LINE.
               IF WS-CBRPT-STATUS = "00"
                   WRITE INVOICE-RECORD
               END-IF.
               MOVE SPACES TO INVOICE-RECORD.
1950       WRITE-CB-LINE-EXIT.
           EXIT.
