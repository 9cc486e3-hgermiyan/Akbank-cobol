       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEK005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGR-FILE   ASSIGN TO LEDGER
                             STATUS LGR-ST.
           SELECT MON-SORT   ASSIGN TO MONSWK.
           SELECT RATE-MASTER ASSIGN RATEIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY RTM-KEY
                             STATUS RTM-ST.
           SELECT ACCT-MASTER ASSIGN ACCTIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ACCT-NO
                             STATUS ACM-ST.
      *    every movement already reported to compliance, keyed by the
      *    kind of case and the movement itself, so the next run does
      *    not raise it again. OPTIONAL so the first run creates it.
           SELECT OPTIONAL MON-CASE
                             ASSIGN MONCASE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY MCS-KEY
                             STATUS MCS-ST.
           SELECT PARM-CARD  ASSIGN TO MONPARM
                             STATUS PRM-ST.
           SELECT HOL-FILE   ASSIGN TO HOLCAL
                             STATUS HOL-ST.
           SELECT MON-RPT    ASSIGN TO MONRPT
                             STATUS RPT-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
      *    shared nightly run-control log: a START and an END record
      *    per step per business date, read by every step to prove
      *    the steps it depends on finished and by PBEL005 for the
      *    morning report. OPTIONAL so the first step of the first
      *    night creates it on the EXTEND.
           SELECT OPTIONAL RCL-FILE
                             ASSIGN TO RUNCTL
                             STATUS RCL-ST.
      *    optional operator override cards, one per step released to
      *    run out of sequence or a second time for the date.
           SELECT RCO-CARD   ASSIGN TO RUNOVRD
                             STATUS RCO-ST.
       DATA DIVISION.
       FILE SECTION.
      *    cumulative posting ledger. only money over the counter -
      *    a movement with no source - is cash; transfers, term
      *    deposits and fees never are.
       FD  LGR-FILE RECORDING MODE F.
       01  LGR-REC.
           03 LGR-ID           PIC X(5).
           03 FILLER           PIC X(3).
           03 LGR-DVZ          PIC X(3).
           03 FILLER           PIC X(3).
           03 LGR-DC           PIC X(1).
           03 FILLER           PIC X(3).
           03 LGR-AMOUNT       PIC X(15).
           03 FILLER           PIC X(3).
           03 LGR-OLD-BAL      PIC X(15).
           03 FILLER           PIC X(3).
           03 LGR-NEW-BAL      PIC X(15).
           03 FILLER           PIC X(3).
           03 LGR-VALUE-DATE   PIC X(8).
           03 FILLER           PIC X(3).
           03 LGR-RUN-DATE     PIC X(8).
           03 FILLER           PIC X(3).
           03 LGR-BACKVAL      PIC X(1).
           03 FILLER           PIC X(3).
           03 LGR-SOURCE       PIC X(3).
           03 FILLER           PIC X(3).
           03 LGR-XFR-REF      PIC X(14).

      *    the cash movements worth a look - at or over the threshold,
      *    or just under it - grouped by customer in date order so
      *    each customer's movements can be windowed as they pass.
       SD  MON-SORT.
       01  SRT-REC.
           03 SRT-ID           PIC 9(5).
           03 SRT-VALUE-DATE   PIC 9(8).
           03 SRT-RUN-DATE     PIC 9(8).
           03 SRT-SEQ          PIC 9(8).
           03 SRT-DVZ          PIC 9(3).
           03 SRT-DC           PIC X(1).
           03 SRT-AMOUNT       PIC S9(15) COMP-3.
           03 SRT-USD          PIC S9(15) COMP-3.
           03 SRT-BAND         PIC X(1).
              88 SRT-LARGE              VALUE 'L'.
              88 SRT-NEAR               VALUE 'N'.

      *    effective-dated rate master maintained by PBER005; each
      *    movement converts at the USD rate in effect on its value
      *    date.
       FD  RATE-MASTER.
       01  RTM-FIELDS.
           05  RTM-KEY.
               10  RTM-DVZ        PIC 9(3).
               10  RTM-EFF-DATE   PIC 9(8).
           05  RTM-RATE           PIC S9(3)V9(4).
           05  RTM-NAME           PIC X(10).
           05  RTM-USD-RATE       PIC S9(5)V9(4).
           05  RTM-DEBIT-RATE     PIC S9(3)V9(4).

       FD  ACCT-MASTER.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC 9(4).
           05  FIRST-NAME         PIC X(15).
           05  LAST-NAME          PIC X(15).
           05  ACCT-BDATE         PIC 9(8).
           05  ACCT-TODAY         PIC 9(8).
           05  ACCT-ADDR1         PIC X(30).
           05  ACCT-ADDR2         PIC X(30).
           05  ACCT-POSTCODE      PIC X(10).
           05  ACCT-PHONE         PIC X(15).
           05  ACCT-EMAIL         PIC X(30).

      *    one record per movement reported: L as a large movement on
      *    its own, S as part of a structuring pattern. the ledger
      *    carries no reference for a cash movement, so the movement
      *    is known by its account, dates, side and amount, and by
      *    its place on the ledger, which is only ever extended, so
      *    two identical movements on one day stay two movements.
       FD  MON-CASE.
       01  MCS-FIELDS.
           05  MCS-KEY.
               10  MCS-TYPE       PIC X(1).
               10  MCS-ID         PIC 9(5).
               10  MCS-DVZ        PIC 9(3).
               10  MCS-VALUE-DATE PIC 9(8).
               10  MCS-RUN-DATE   PIC 9(8).
               10  MCS-DC         PIC X(1).
               10  MCS-AMOUNT     PIC 9(15).
               10  MCS-LGR-SEQ    PIC 9(8).
           05  MCS-CASE-NO        PIC 9(6).
           05  MCS-REPORT-DATE    PIC 9(8).

      *    one card: the reportable threshold in whole US dollars,
      *    the percentage of it from which a movement counts as just
      *    under, how many just-under movements make a pattern, and
      *    the window of business days they must fall within. the
      *    last three default when left blank.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-CARD-REC.
           03 PRM-THRESHOLD    PIC 9(15).
           03 PRM-NEAR-PCT     PIC 9(3).
           03 PRM-MIN-COUNT    PIC 9(3).
           03 PRM-WINDOW-DAYS  PIC 9(3).
           03 FILLER           PIC X(56).

      *    holiday calendar: one CCYYMMDD non-working date per record.
      *    Same file PBEB005 rolls BUSDATE by.
       FD  HOL-FILE RECORDING MODE F.
       01  HOL-REC.
           03 HOL-DATE         PIC 9(8).
           03 FILLER           PIC X(72).

      *    the one business-date control record PBEB005 rolls forward
      *    each night; the whole batch suite reads its current date
      *    as the processing date.
       FD  BUS-FILE RECORDING MODE F.
       01  BUS-REC.
           03 BUS-PREV-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-CURR-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-NEXT-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    one block per case: the case line, the customer's name and
      *    address off ACCTIDX, then the movements behind it.
       FD  MON-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(40).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-CASE-LINE.
           03 RPT-CASE-LABEL   PIC X(5).
           03 RPT-CASE-NO      PIC ZZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-CASE-TYPE    PIC X(12).
           03 RPT-CASE-ID      PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-CASE-NAME    PIC X(31).
       01  RPT-ADDR-LINE.
           03 FILLER           PIC X(13).
           03 RPT-ADDR1        PIC X(30).
           03 FILLER           PIC X(1).
           03 RPT-ADDR2        PIC X(30).
           03 FILLER           PIC X(1).
           03 RPT-POSTCODE     PIC X(10).
       01  RPT-MVT-LINE.
           03 FILLER           PIC X(13).
           03 RPT-MVT-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-MVT-DC       PIC X(1).
           03 FILLER           PIC X(2).
           03 RPT-MVT-AMOUNT   PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-MVT-USD      PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-MVT-VALUE    PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-MVT-RUN      PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-MVT-NOTE     PIC X(19).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZZ,ZZ9.

      *    one run-control event. END carries the return code and up
      *    to three of the step's own counts, each labelled so the
      *    morning report prints them without knowing the step.
       FD  RCL-FILE RECORDING MODE F.
       01  RCL-REC.
           03 RCL-PROGRAM      PIC X(8).
           03 RCL-BUS-DATE     PIC 9(8).
           03 RCL-EVENT        PIC X(8).
           03 RCL-STATUS       PIC X(8).
           03 RCL-RC           PIC 9(4).
           03 RCL-TIMESTAMP    PIC X(21).
           03 RCL-OVERRIDE     PIC X(1).
           03 RCL-OPERATOR     PIC X(8).
           03 RCL-REASON       PIC X(24).
           03 RCL-REASON-PGM   PIC X(8).
           03 RCL-COUNTS.
              05 RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 RCL-COUNT-NAME PIC X(10).
                 10 RCL-COUNT      PIC 9(9).
           03 FILLER           PIC X(15).

      *    override card: the step it releases, the business date it
      *    applies to (zeros or spaces for whatever date the step
      *    finds on BUSDATE) and the operator answering for it.
       FD  RCO-CARD RECORDING MODE F.
       01  RCO-REC.
           03 RCO-PROGRAM      PIC X(8).
           03 FILLER           PIC X(1).
           03 RCO-BUS-DATE     PIC X(8).
           03 FILLER           PIC X(1).
           03 RCO-OPERATOR     PIC X(8).
           03 FILLER           PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 97.
              88 LGR-EOF                VALUE 10.
           03 RTM-ST           PIC 9(2).
              88 RTM-SUCCESS            VALUE 00 97.
              88 RTM-EOF                VALUE 10.
           03 ACM-ST           PIC 9(2).
              88 ACM-SUCCESS            VALUE 00 97.
      *    05 is the optional-file open of a case file that did not
      *    exist yet, which is a normal first run.
           03 MCS-ST           PIC 9(2).
              88 MCS-SUCCESS            VALUE 00 05 97.
           03 PRM-ST           PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 HOL-ST           PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-EOF                VALUE 10.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 SRT-EOF-FLAG     PIC X VALUE 'N'.
              88 SRT-EOF                VALUE 'Y'.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-READ-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-CASH-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-SKIP-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-NO-RATE-COUNT PIC 9(8) VALUE ZERO.
           03 WS-LARGE-COUNT   PIC 9(6) VALUE ZERO.
           03 WS-STRUCT-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-SUPPRESS-COUNT PIC 9(6) VALUE ZERO.
           03 WS-CASE-NO       PIC 9(6) VALUE ZERO.
           03 WS-CASE-TYPE     PIC X(12).
           03 WS-CASE-NAME     PIC X(31).
           03 WS-ACCT-FOUND    PIC X.
              88 WS-ACCT-IS-FOUND        VALUE 'Y'.

      *    the card's values once edited: the threshold, the floor a
      *    movement must reach to count as just under it, the
      *    pattern size and the window.
           03 WS-THRESHOLD     PIC S9(15) COMP-3.
           03 WS-NEAR-PCT      PIC S9(3) COMP-3 VALUE 90.
           03 WS-NEAR-FLOOR    PIC S9(15) COMP-3.
           03 WS-MIN-COUNT     PIC S9(4) COMP VALUE 3.
           03 WS-WINDOW-DAYS   PIC S9(4) COMP VALUE 5.

           03 WS-AMOUNT        PIC S9(15) COMP-3.
           03 WS-USD-AMOUNT    PIC S9(15) COMP-3.
           03 WS-USD-RATE      PIC S9(5)V9(4) COMP-3.
           03 WS-DEFAULT-USD-RATE PIC S9(5)V9(4) COMP-3 VALUE 1.0000.
           03 WS-VALUE-DATE-NUM PIC 9(8).
           03 WS-BAL-EDIT      PIC -(14)9.

      *    every rate on the master, in (currency, effective date)
      *    key order, so the rate for any value date can be picked
      *    without rereading the file.
           03 WS-RH-COUNT      PIC S9(4) COMP VALUE ZERO.
           03 WS-RH-MAX        PIC S9(4) COMP VALUE 500.
           03 WS-RH-SUB        PIC S9(4) COMP.
           03 WS-RH-HIT-SUB    PIC S9(4) COMP.
           03 WS-RH-TABLE.
              05 WS-RH-ENTRY OCCURS 500 TIMES.
                 10 WS-RH-DVZ       PIC 9(3).
                 10 WS-RH-EFF-DATE  PIC 9(8).
                 10 WS-RH-USD-RATE  PIC S9(5)V9(4) COMP-3.

      *    the customer in hand and the just-under movements of the
      *    current window; the oldest drop out as the window moves.
           03 WS-CUR-ID        PIC 9(5).
           03 WS-HAVE-CUST     PIC X VALUE 'N'.
              88 WS-CUST-IN-HAND        VALUE 'Y'.
           03 WS-WIN-COUNT     PIC S9(4) COMP VALUE ZERO.
           03 WS-WIN-MAX       PIC S9(4) COMP VALUE 50.
           03 WS-WIN-SUB       PIC S9(4) COMP.
           03 WS-WIN-START-INT PIC S9(7).
           03 WS-WIN-DAY-COUNT PIC S9(4) COMP.
           03 WS-WIN-NEW-COUNT PIC S9(4) COMP.
           03 WS-WIN-TABLE.
              05 WS-WIN-ENTRY OCCURS 50 TIMES.
                 10 WS-WN-DATE-INT  PIC S9(7).
                 10 WS-WN-VALUE-DATE PIC 9(8).
                 10 WS-WN-RUN-DATE  PIC 9(8).
                 10 WS-WN-DVZ       PIC 9(3).
                 10 WS-WN-DC        PIC X(1).
                 10 WS-WN-AMOUNT    PIC S9(15) COMP-3.
                 10 WS-WN-USD       PIC S9(15) COMP-3.
                 10 WS-WN-SEQ       PIC 9(8).
                 10 WS-WN-REPORTED  PIC X(1).
                    88 WS-WN-IS-REPORTED     VALUE 'Y'.

      *    business-day arithmetic on the integer calendar. Same
      *    fields as PBEB005.
           03 WS-WORK-INT      PIC S9(7).
           03 WS-WORK-DATE     PIC 9(8).
           03 WS-DAY-OF-WEEK   PIC S9(1).
           03 WS-IS-BUSINESS   PIC X.
              88 WS-BUSINESS-DAY         VALUE 'Y'.
           03 WS-HOL-COUNT     PIC 9(4) VALUE ZERO.
           03 WS-HOL-MAX-ENTRIES PIC 9(4) VALUE 400.
           03 WS-HOL-SUB       PIC S9(4) COMP.

      *    scratch area for validating an 8-digit CCYYMMDD date before
      *    it is handed to FUNCTION INTEGER-OF-DATE. Same convention
      *    as PBEG005's VALIDATE-DATE.
       01  WS-DATE-CHECK.
           05  WS-DATE-NUM        PIC 9(8).
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DC-CCYY         PIC 9(4).
           05  WS-DC-MM           PIC 9(2).
           05  WS-DC-DD           PIC 9(2).
       01  WS-DATE-WORK-AREA.
           05  WS-DATE-OK         PIC X VALUE 'Y'.
              88 WS-DATE-IS-OK    VALUE 'Y'.
           05  WS-MAX-DAY         PIC 9(2).
       01  WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2) VALUE ZERO.

      *    non-working dates off HOLCAL. Same table as PBEB005.
       01  WS-HOL-TABLE.
           03 WS-HOL-ENTRY OCCURS 400 TIMES PIC 9(8) VALUE ZERO.

      *    run-control state for this step. the predecessor list is
      *    every step that must be complete for the business date
      *    before this one may start.
       01  WS-RUN-CONTROL-AREA.
      *    05 is the optional-file open of a log that did not exist
      *    yet, which is the first step of the first night.
           03 RCL-ST           PIC 9(2).
              88 RCL-SUCCESS            VALUE 00 05 97.
              88 RCL-EOF                VALUE 10.
           03 RCO-ST           PIC 9(2).
              88 RCO-SUCCESS            VALUE 00 97.
              88 RCO-EOF                VALUE 10.
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEK005'.
           03 WS-RCL-DATE      PIC 9(8) VALUE ZERO.
           03 WS-RCL-EVENT     PIC X(8).
           03 WS-RCL-STATUS    PIC X(8).
           03 WS-RCL-STARTED   PIC X VALUE 'N'.
              88 WS-RCL-IS-STARTED      VALUE 'Y'.
           03 WS-RCL-DONE      PIC X VALUE 'N'.
              88 WS-RCL-IS-DONE         VALUE 'Y'.
           03 WS-RCL-OVERRIDE  PIC X VALUE 'N'.
              88 WS-RCL-IS-OVERRIDE     VALUE 'Y'.
           03 WS-RCL-OPERATOR  PIC X(8) VALUE SPACES.
           03 WS-RCL-REASON    PIC X(24) VALUE SPACES.
              88 WS-RCL-NO-REASON       VALUE SPACES.
           03 WS-RCL-REASON-PGM PIC X(8) VALUE SPACES.
           03 WS-RCL-SUB       PIC S9(4) COMP.
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 2.
           03 WS-RCL-PRED-DONE OCCURS 2 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 2 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    the whole cumulative ledger is read every run: a case is
      *    only ever raised once, so history already reported simply
      *    passes through, and a pattern that straddles two runs is
      *    still seen whole.
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARM-CARD.
           PERFORM H160-LOAD-HOLIDAYS.
           PERFORM H170-LOAD-RATE-HISTORY.
           PERFORM H190-INITIALIZE.
           SORT MON-SORT
               ON ASCENDING KEY SRT-ID SRT-VALUE-DATE SRT-RUN-DATE
                                SRT-SEQ
               INPUT PROCEDURE IS H200-SELECT-CASH
               OUTPUT PROCEDURE IS H400-EXAMINE-CUSTOMERS.
           PERFORM H700-WRITE-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

      *    the run-control gate, taken before a single file is opened
      *    so a refused step leaves every output of its last run
      *    untouched. the step may not start if it is already complete
      *    for the business date or if any step it depends on is not;
      *    an operator override card on RUNOVRD naming it lets it run
      *    regardless, and the override is carried on its records.
       H105-CHECK-RUN-CONTROL.
      *    the business date the run processes, as PBEB005 rolled
      *    it onto BUSDATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM H185-READ-BUS-DATE.
           MOVE WS-RUN-DATE TO WS-RCL-DATE.
           PERFORM H106-READ-OVERRIDE-CARDS.
           OPEN INPUT RCL-FILE.
           IF RCL-SUCCESS
               PERFORM H107-SCAN-RUN-CONTROL UNTIL RCL-EOF
               CLOSE RCL-FILE
           END-IF.
           IF WS-RCL-IS-DONE
               MOVE 'ALREADY COMPLETE' TO WS-RCL-REASON
           END-IF.
           PERFORM H108-JUDGE-PREDECESSOR
               VARYING WS-RCL-SUB FROM 1 BY 1
                   UNTIL WS-RCL-SUB > WS-RCL-PRED-COUNT.
           IF NOT WS-RCL-NO-REASON
               IF WS-RCL-IS-OVERRIDE
                   DISPLAY 'RUN CONTROL OVERRIDDEN BY '
                       WS-RCL-OPERATOR ' - ' WS-RCL-REASON
                       ' ' WS-RCL-REASON-PGM
               ELSE
                   PERFORM H109-REFUSE-RUN
               END-IF
           END-IF.
           MOVE 'START'   TO WS-RCL-EVENT.
           MOVE 'RUNNING' TO WS-RCL-STATUS.
           PERFORM H995-WRITE-RUN-CONTROL.
           MOVE 'Y' TO WS-RCL-STARTED.
       H105-END. EXIT.

      *    every card is read; one naming this step for its business
      *    date, or for no date in particular, releases it. no
      *    RUNOVRD at all is the normal night.
       H106-READ-OVERRIDE-CARDS.
           OPEN INPUT RCO-CARD.
           IF RCO-SUCCESS
               PERFORM H106A-READ-OVERRIDE-CARD UNTIL RCO-EOF
               CLOSE RCO-CARD
           END-IF.
       H106-END. EXIT.

       H106A-READ-OVERRIDE-CARD.
           READ RCO-CARD
               AT END SET RCO-EOF TO TRUE
               NOT AT END
                   IF RCO-PROGRAM = WS-RCL-PROGRAM
                       AND (RCO-BUS-DATE = SPACES
                            OR RCO-BUS-DATE = ZERO
                            OR RCO-BUS-DATE = WS-RCL-DATE)
                       MOVE 'Y' TO WS-RCL-OVERRIDE
                       MOVE RCO-OPERATOR TO WS-RCL-OPERATOR
                   END-IF
           END-READ.
       H106A-END. EXIT.

      *    only END records for the business date count; a step run
      *    more than once is judged on the outcome of its latest run.
       H107-SCAN-RUN-CONTROL.
           READ RCL-FILE
               AT END SET RCL-EOF TO TRUE
               NOT AT END
                   IF RCL-BUS-DATE = WS-RCL-DATE
                       AND RCL-EVENT = 'END'
                       PERFORM H107A-NOTE-STEP-END
                   END-IF
           END-READ.
       H107-END. EXIT.

       H107A-NOTE-STEP-END.
           IF RCL-PROGRAM = WS-RCL-PROGRAM
               IF RCL-STATUS = 'COMPLETE'
                   MOVE 'Y' TO WS-RCL-DONE
               ELSE
                   MOVE 'N' TO WS-RCL-DONE
               END-IF
           END-IF.
           SET WS-RCL-IDX TO 1.
           SEARCH WS-RCL-PRED-NAME
               AT END CONTINUE
               WHEN WS-RCL-PRED-NAME (WS-RCL-IDX) = RCL-PROGRAM
                   SET WS-RCL-SUB TO WS-RCL-IDX
                   IF RCL-STATUS = 'COMPLETE'
                       MOVE 'Y' TO WS-RCL-PRED-DONE (WS-RCL-SUB)
                   ELSE
                       MOVE 'N' TO WS-RCL-PRED-DONE (WS-RCL-SUB)
                   END-IF
           END-SEARCH.
       H107A-END. EXIT.

      *    every missing predecessor is named on the console; the
      *    first one found is the reason logged.
       H108-JUDGE-PREDECESSOR.
           IF WS-RCL-PRED-DONE (WS-RCL-SUB) NOT = 'Y'
               DISPLAY 'PREDECESSOR NOT COMPLETE: '
                   WS-RCL-PRED-NAME (WS-RCL-SUB)
               IF WS-RCL-NO-REASON
                   MOVE 'PREDECESSOR NOT COMPLETE' TO WS-RCL-REASON
                   MOVE WS-RCL-PRED-NAME (WS-RCL-SUB)
                       TO WS-RCL-REASON-PGM
               END-IF
           END-IF.
       H108-END. EXIT.

      *    nothing is open yet, so a refusal stops the run here
      *    rather than through H999-PROGRAM-EXIT, whose end record
      *    would log the step as having run.
       H109-REFUSE-RUN.
           DISPLAY 'RUN REFUSED - ' WS-RCL-PROGRAM ' FOR '
               WS-RCL-DATE ' - ' WS-RCL-REASON ' ' WS-RCL-REASON-PGM.
           MOVE 'REFUSED' TO WS-RCL-EVENT.
           MOVE 'REFUSED' TO WS-RCL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM H995-WRITE-RUN-CONTROL.
           STOP RUN.
       H109-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  LGR-FILE.
           OPEN INPUT  ACCT-MASTER.
           OPEN I-O    MON-CASE.
           OPEN OUTPUT MON-RPT.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ACM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ACCTIDX: ' ACM-ST
           MOVE ACM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT MCS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MONCASE: ' MCS-ST
           MOVE MCS-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MONRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    calendar days per month, indexed by WS-DC-MM; February is
      *    loaded as 29 and trimmed back to 28 for non-leap years by
      *    VALIDATE-DATE below. Same table as PBEG005.
       H130-LOAD-DAYS-TABLE.
           MOVE 31 TO WS-DAYS-IN-MONTH (1).
           MOVE 29 TO WS-DAYS-IN-MONTH (2).
           MOVE 31 TO WS-DAYS-IN-MONTH (3).
           MOVE 30 TO WS-DAYS-IN-MONTH (4).
           MOVE 31 TO WS-DAYS-IN-MONTH (5).
           MOVE 30 TO WS-DAYS-IN-MONTH (6).
           MOVE 31 TO WS-DAYS-IN-MONTH (7).
           MOVE 31 TO WS-DAYS-IN-MONTH (8).
           MOVE 30 TO WS-DAYS-IN-MONTH (9).
           MOVE 31 TO WS-DAYS-IN-MONTH (10).
           MOVE 30 TO WS-DAYS-IN-MONTH (11).
           MOVE 31 TO WS-DAYS-IN-MONTH (12).
       H130-END. EXIT.

      *    validate an 8-digit CCYYMMDD date held in WS-DATE-NUM
      *    before it is ever handed to FUNCTION INTEGER-OF-DATE; sets
      *    WS-DATE-OK to 'Y' or 'N'. Same logic as PBEG005's
      *    VALIDATE-DATE.
       VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-DC-CCYY = ZERO
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-DC-MM < 1 OR WS-DC-MM > 12
               MOVE 'N' TO WS-DATE-OK
           ELSE
               MOVE WS-DAYS-IN-MONTH (WS-DC-MM) TO WS-MAX-DAY
               IF WS-DC-MM = 2
                   AND NOT (FUNCTION MOD (WS-DC-CCYY, 4) = ZERO
                        AND (NOT FUNCTION MOD (WS-DC-CCYY, 100) = ZERO
                             OR FUNCTION MOD (WS-DC-CCYY, 400) = ZERO))
                   MOVE 28 TO WS-MAX-DAY
               END-IF
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-MAX-DAY
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF.
       VALIDATE-DATE-END. EXIT.

      *    the card is required and so is its threshold: a run
      *    without one has nothing to measure against, so it stops.
      *    Same convention as PBEW005's year card. the pattern
      *    values keep their defaults when blank or zero; a pattern
      *    needs at least two movements and no more than the window
      *    table holds.
       H150-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF (NOT PRM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN MONPARM: ' PRM-ST
           MOVE PRM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PARM-CARD
               AT END
                   DISPLAY 'MONPARM IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF PRM-THRESHOLD IS NOT NUMERIC OR PRM-THRESHOLD = ZERO
               DISPLAY 'MONPARM BAD THRESHOLD: ' PRM-THRESHOLD
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE PRM-THRESHOLD TO WS-THRESHOLD.
           IF PRM-NEAR-PCT IS NUMERIC
               AND PRM-NEAR-PCT > ZERO AND PRM-NEAR-PCT < 100
               MOVE PRM-NEAR-PCT TO WS-NEAR-PCT
           END-IF.
           IF PRM-MIN-COUNT IS NUMERIC
               AND PRM-MIN-COUNT > 1 AND PRM-MIN-COUNT <= WS-WIN-MAX
               MOVE PRM-MIN-COUNT TO WS-MIN-COUNT
           END-IF.
           IF PRM-WINDOW-DAYS IS NUMERIC AND PRM-WINDOW-DAYS > ZERO
               MOVE PRM-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           CLOSE PARM-CARD.
           COMPUTE WS-NEAR-FLOOR =
               WS-THRESHOLD * WS-NEAR-PCT / 100.
           DISPLAY 'THRESHOLD USD:       ' WS-THRESHOLD.
           DISPLAY 'JUST-UNDER FROM USD: ' WS-NEAR-FLOOR.
           DISPLAY 'PATTERN COUNT:       ' WS-MIN-COUNT.
           DISPLAY 'WINDOW BUSINESS DAYS:' WS-WINDOW-DAYS.
       H150-END. EXIT.

      *    the calendar is optional: no HOLCAL only means no holidays
      *    beyond the weekends. Same convention as PBEB005.
       H160-LOAD-HOLIDAYS.
           OPEN INPUT HOL-FILE.
           IF HOL-SUCCESS
               PERFORM H165-READ-HOLIDAY UNTIL HOL-EOF
               CLOSE HOL-FILE
           END-IF.
       H160-END. EXIT.

       H165-READ-HOLIDAY.
           READ HOL-FILE
               AT END SET HOL-EOF TO TRUE
               NOT AT END
                   PERFORM H167-STORE-HOLIDAY
           END-READ.
       H165-END. EXIT.

       H167-STORE-HOLIDAY.
           MOVE 'N' TO WS-DATE-OK.
           IF HOL-DATE IS NUMERIC
               MOVE HOL-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               DISPLAY 'HOLCAL BAD DATE IGNORED: ' HOL-DATE
           ELSE
               IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
                   DISPLAY 'WS-HOL-TABLE FULL AT '
                       WS-HOL-MAX-ENTRIES
                       ' ENTRIES - HOLIDAY ' HOL-DATE ' IGNORED'
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOL-DATE TO WS-HOL-ENTRY (WS-HOL-COUNT)
               END-IF
           END-IF.
       H167-END. EXIT.

      *    every valid rate record is kept, not just the latest: a
      *    movement months old converts at the rate of its own day.
       H170-LOAD-RATE-HISTORY.
           OPEN INPUT RATE-MASTER.
           IF (NOT RTM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RATEIDX: ' RTM-ST
           MOVE RTM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H172-READ-RATE-RECORD.
           PERFORM H173-STORE-RATE-RECORD UNTIL RTM-EOF.
           CLOSE RATE-MASTER.
       H170-END. EXIT.

       H172-READ-RATE-RECORD.
           READ RATE-MASTER NEXT RECORD
               AT END SET RTM-EOF TO TRUE
           END-READ.
       H172-END. EXIT.

       H173-STORE-RATE-RECORD.
           MOVE 'N' TO WS-DATE-OK.
           IF RTM-EFF-DATE IS NUMERIC
               MOVE RTM-EFF-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               DISPLAY 'RATEIDX BAD EFFECTIVE DATE: ' RTM-DVZ ' '
                   RTM-EFF-DATE ' - RECORD IGNORED'
           ELSE
               IF WS-RH-COUNT >= WS-RH-MAX
                   DISPLAY 'WS-RH-TABLE FULL AT ' WS-RH-MAX
                       ' ENTRIES - RATE ' RTM-DVZ ' ' RTM-EFF-DATE
                       ' IGNORED'
               ELSE
                   ADD 1 TO WS-RH-COUNT
                   MOVE RTM-DVZ      TO WS-RH-DVZ      (WS-RH-COUNT)
                   MOVE RTM-EFF-DATE TO WS-RH-EFF-DATE (WS-RH-COUNT)
                   MOVE RTM-USD-RATE TO WS-RH-USD-RATE (WS-RH-COUNT)
               END-IF
           END-IF.
           PERFORM H172-READ-RATE-RECORD.
       H173-END. EXIT.

      *    the run is dated from the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'LARGE CASH AND STRUCTURING MONITOR'
               TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
       H190-END. EXIT.

      *    a missing or unusable control record falls back to the
      *    machine date with a warning, so the suite still runs
      *    before BUSDATE is first seeded by PBEB005.
       H185-READ-BUS-DATE.
           OPEN INPUT BUS-FILE.
           IF BUS-SUCCESS
               READ BUS-FILE
                   AT END PERFORM H186-WARN-NO-BUSDATE
                   NOT AT END
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-RUN-DATE
                       ELSE
                           PERFORM H186-WARN-NO-BUSDATE
                       END-IF
               END-READ
               CLOSE BUS-FILE
           ELSE
               PERFORM H186-WARN-NO-BUSDATE
           END-IF.
       H185-END. EXIT.

       H186-WARN-NO-BUSDATE.
           DISPLAY 'BUSDATE NOT USABLE - FALLING BACK TO'
               ' MACHINE DATE ' WS-RUN-DATE.
       H186-END. EXIT.

      *    input procedure: keep the cash movements at or just under
      *    the threshold once converted. a record that will not parse
      *    or carries no usable value date is warned and left out.
       H200-SELECT-CASH.
           PERFORM H210-READ-LEDGER.
           PERFORM H220-JUDGE-MOVEMENT UNTIL LGR-EOF.
       H200-END. EXIT.

       H210-READ-LEDGER.
           READ LGR-FILE
               AT END SET LGR-EOF TO TRUE
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
       H210-END. EXIT.

       H220-JUDGE-MOVEMENT.
           IF LGR-SOURCE = SPACES
               MOVE 'N' TO WS-DATE-OK
               IF LGR-VALUE-DATE IS NUMERIC
                   MOVE LGR-VALUE-DATE TO WS-DATE-NUM
                   PERFORM VALIDATE-DATE
               END-IF
               IF FUNCTION TEST-NUMVAL (LGR-ID) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL (LGR-DVZ) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL (LGR-AMOUNT) NOT = ZERO
                   OR LGR-RUN-DATE IS NOT NUMERIC
                   OR NOT WS-DATE-IS-OK
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'LEDGER UNPARSABLE RECORD SKIPPED: '
                       LGR-ID ' ' LGR-DVZ ' ' LGR-VALUE-DATE
               ELSE
                   ADD 1 TO WS-CASH-COUNT
                   PERFORM H230-CONVERT-MOVEMENT
               END-IF
           END-IF.
           PERFORM H210-READ-LEDGER.
       H220-END. EXIT.

      *    a currency with no rate on or before the value date
      *    converts 1:1, as PBE005HW prices an unknown code, and is
      *    counted so the gap shows on the totals.
       H230-CONVERT-MOVEMENT.
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL (LGR-AMOUNT).
           MOVE LGR-VALUE-DATE TO WS-VALUE-DATE-NUM.
           COMPUTE SRT-DVZ = FUNCTION NUMVAL (LGR-DVZ).
           MOVE ZERO TO WS-RH-HIT-SUB.
           PERFORM H235-SCAN-RATE-HISTORY
               VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT.
           IF WS-RH-HIT-SUB > ZERO
               MOVE WS-RH-USD-RATE (WS-RH-HIT-SUB) TO WS-USD-RATE
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE WS-DEFAULT-USD-RATE TO WS-USD-RATE
           END-IF.
           COMPUTE WS-USD-AMOUNT =
               FUNCTION INTEGER (WS-AMOUNT * WS-USD-RATE).
           IF WS-USD-AMOUNT NOT < WS-NEAR-FLOOR
               COMPUTE SRT-ID = FUNCTION NUMVAL (LGR-ID)
               MOVE WS-VALUE-DATE-NUM TO SRT-VALUE-DATE
               MOVE LGR-RUN-DATE      TO SRT-RUN-DATE
               MOVE WS-READ-COUNT     TO SRT-SEQ
               MOVE LGR-DC            TO SRT-DC
               MOVE WS-AMOUNT         TO SRT-AMOUNT
               MOVE WS-USD-AMOUNT     TO SRT-USD
               IF WS-USD-AMOUNT NOT < WS-THRESHOLD
                   MOVE 'L' TO SRT-BAND
               ELSE
                   MOVE 'N' TO SRT-BAND
               END-IF
               RELEASE SRT-REC
           END-IF.
       H230-END. EXIT.

      *    the table is in key order, so the last qualifying entry
      *    for the currency is the rate in effect on the value date.
       H235-SCAN-RATE-HISTORY.
           IF WS-RH-DVZ (WS-RH-SUB) = SRT-DVZ
               AND WS-RH-EFF-DATE (WS-RH-SUB) NOT > WS-VALUE-DATE-NUM
               MOVE WS-RH-SUB TO WS-RH-HIT-SUB
           END-IF.
       H235-END. EXIT.

      *    output procedure: each customer's movements come back in
      *    value-date order. a large one is a case on its own; the
      *    just-under ones are windowed for a pattern.
       H400-EXAMINE-CUSTOMERS.
           PERFORM H410-RETURN-MOVEMENT.
           PERFORM H420-EXAMINE-MOVEMENT UNTIL SRT-EOF.
       H400-END. EXIT.

       H410-RETURN-MOVEMENT.
           RETURN MON-SORT
               AT END SET SRT-EOF TO TRUE
           END-RETURN.
       H410-END. EXIT.

       H420-EXAMINE-MOVEMENT.
           IF NOT WS-CUST-IN-HAND OR SRT-ID NOT = WS-CUR-ID
               MOVE SRT-ID TO WS-CUR-ID
               MOVE 'Y' TO WS-HAVE-CUST
               MOVE ZERO TO WS-WIN-COUNT
           END-IF.
           IF SRT-LARGE
               PERFORM H500-LARGE-CASE
           ELSE
               PERFORM H600-WINDOW-MOVEMENT
           END-IF.
           PERFORM H410-RETURN-MOVEMENT.
       H420-END. EXIT.

      *    a single movement at or over the threshold, raised once.
       H500-LARGE-CASE.
           MOVE 'L'            TO MCS-TYPE.
           MOVE SRT-ID         TO MCS-ID.
           MOVE SRT-DVZ        TO MCS-DVZ.
           MOVE SRT-VALUE-DATE TO MCS-VALUE-DATE.
           MOVE SRT-RUN-DATE   TO MCS-RUN-DATE.
           MOVE SRT-DC         TO MCS-DC.
           MOVE SRT-AMOUNT     TO MCS-AMOUNT.
           MOVE SRT-SEQ        TO MCS-LGR-SEQ.
           READ MON-CASE
               INVALID KEY
                   ADD 1 TO WS-LARGE-COUNT
                   ADD 1 TO WS-CASE-NO
                   MOVE 'LARGE CASH' TO WS-CASE-TYPE
                   PERFORM H800-WRITE-CASE-HEADER
                   MOVE SPACES         TO RPT-MVT-LINE
                   MOVE SRT-DVZ        TO RPT-MVT-DVZ
                   MOVE SRT-DC         TO RPT-MVT-DC
                   MOVE SRT-AMOUNT     TO RPT-MVT-AMOUNT
                   MOVE SRT-USD        TO RPT-MVT-USD
                   MOVE SRT-VALUE-DATE TO RPT-MVT-VALUE
                   MOVE SRT-RUN-DATE   TO RPT-MVT-RUN
                   WRITE RPT-MVT-LINE
                   PERFORM H850-RECORD-CASE
               NOT INVALID KEY
                   ADD 1 TO WS-SUPPRESS-COUNT
           END-READ.
       H500-END. EXIT.

      *    the window ends on this movement's value date and reaches
      *    back the set number of business days, the value date
      *    itself counting as the first. movements older than that
      *    drop out; a full table drops its oldest. when enough
      *    remain, the pattern is a case - unless every movement in
      *    it has been reported as structuring already.
       H600-WINDOW-MOVEMENT.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (SRT-VALUE-DATE).
           MOVE 1 TO WS-WIN-DAY-COUNT.
           PERFORM H610-STEP-BACK
               UNTIL WS-WIN-DAY-COUNT >= WS-WINDOW-DAYS.
           MOVE WS-WORK-INT TO WS-WIN-START-INT.
           PERFORM H620-DROP-OLDEST
               UNTIL WS-WIN-COUNT = ZERO
                  OR WS-WN-DATE-INT (1) >= WS-WIN-START-INT.
           IF WS-WIN-COUNT >= WS-WIN-MAX
               PERFORM H620-DROP-OLDEST
           END-IF.
           PERFORM H630-ADD-TO-WINDOW.
           IF WS-WIN-COUNT >= WS-MIN-COUNT
               MOVE ZERO TO WS-WIN-NEW-COUNT
               PERFORM H640-COUNT-NEW
                   VARYING WS-WIN-SUB FROM 1 BY 1
                       UNTIL WS-WIN-SUB > WS-WIN-COUNT
               IF WS-WIN-NEW-COUNT > ZERO
                   PERFORM H650-STRUCTURING-CASE
               END-IF
           END-IF.
       H600-END. EXIT.

       H610-STEP-BACK.
           SUBTRACT 1 FROM WS-WORK-INT.
           PERFORM H670-TEST-BUSINESS-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-WIN-DAY-COUNT
           END-IF.
       H610-END. EXIT.

       H620-DROP-OLDEST.
           PERFORM H625-SHIFT-WINDOW
               VARYING WS-WIN-SUB FROM 2 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-COUNT.
           SUBTRACT 1 FROM WS-WIN-COUNT.
       H620-END. EXIT.

       H625-SHIFT-WINDOW.
           MOVE WS-WIN-ENTRY (WS-WIN-SUB)
               TO WS-WIN-ENTRY (WS-WIN-SUB - 1).
       H625-END. EXIT.

      *    a movement already on the case file as structuring is
      *    carried in the window as reported, so it still counts
      *    toward a pattern but cannot raise one on its own.
       H630-ADD-TO-WINDOW.
           ADD 1 TO WS-WIN-COUNT.
           COMPUTE WS-WN-DATE-INT (WS-WIN-COUNT) =
               FUNCTION INTEGER-OF-DATE (SRT-VALUE-DATE).
           MOVE SRT-VALUE-DATE TO WS-WN-VALUE-DATE (WS-WIN-COUNT).
           MOVE SRT-RUN-DATE   TO WS-WN-RUN-DATE  (WS-WIN-COUNT).
           MOVE SRT-DVZ        TO WS-WN-DVZ       (WS-WIN-COUNT).
           MOVE SRT-DC         TO WS-WN-DC        (WS-WIN-COUNT).
           MOVE SRT-AMOUNT     TO WS-WN-AMOUNT    (WS-WIN-COUNT).
           MOVE SRT-USD        TO WS-WN-USD       (WS-WIN-COUNT).
           MOVE SRT-SEQ        TO WS-WN-SEQ       (WS-WIN-COUNT).
           MOVE WS-WIN-COUNT   TO WS-WIN-SUB.
           PERFORM H645-SET-WINDOW-KEY.
           READ MON-CASE
               INVALID KEY
                   MOVE 'N' TO WS-WN-REPORTED (WS-WIN-COUNT)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WN-REPORTED (WS-WIN-COUNT)
           END-READ.
       H630-END. EXIT.

       H640-COUNT-NEW.
           IF NOT WS-WN-IS-REPORTED (WS-WIN-SUB)
               ADD 1 TO WS-WIN-NEW-COUNT
           END-IF.
       H640-END. EXIT.

       H645-SET-WINDOW-KEY.
           MOVE 'S'                          TO MCS-TYPE.
           MOVE WS-CUR-ID                    TO MCS-ID.
           MOVE WS-WN-DVZ (WS-WIN-SUB)        TO MCS-DVZ.
           MOVE WS-WN-VALUE-DATE (WS-WIN-SUB) TO MCS-VALUE-DATE.
           MOVE WS-WN-RUN-DATE (WS-WIN-SUB)   TO MCS-RUN-DATE.
           MOVE WS-WN-DC (WS-WIN-SUB)         TO MCS-DC.
           MOVE WS-WN-AMOUNT (WS-WIN-SUB)     TO MCS-AMOUNT.
           MOVE WS-WN-SEQ (WS-WIN-SUB)        TO MCS-LGR-SEQ.
       H645-END. EXIT.

      *    the case lists every movement in the window; the ones an
      *    earlier case already carried are marked so, and the new
      *    ones go on the case file.
       H650-STRUCTURING-CASE.
           ADD 1 TO WS-STRUCT-COUNT.
           ADD 1 TO WS-CASE-NO.
           MOVE 'STRUCTURING' TO WS-CASE-TYPE.
           PERFORM H800-WRITE-CASE-HEADER.
           PERFORM H655-WRITE-WINDOW-LINE
               VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-COUNT.
       H650-END. EXIT.

       H655-WRITE-WINDOW-LINE.
           MOVE SPACES TO RPT-MVT-LINE.
           MOVE WS-WN-DVZ (WS-WIN-SUB)        TO RPT-MVT-DVZ.
           MOVE WS-WN-DC (WS-WIN-SUB)         TO RPT-MVT-DC.
           MOVE WS-WN-AMOUNT (WS-WIN-SUB)     TO RPT-MVT-AMOUNT.
           MOVE WS-WN-USD (WS-WIN-SUB)        TO RPT-MVT-USD.
           MOVE WS-WN-VALUE-DATE (WS-WIN-SUB) TO RPT-MVT-VALUE.
           MOVE WS-WN-RUN-DATE (WS-WIN-SUB)   TO RPT-MVT-RUN.
           IF WS-WN-IS-REPORTED (WS-WIN-SUB)
               MOVE 'REPORTED EARLIER' TO RPT-MVT-NOTE
               WRITE RPT-MVT-LINE
           ELSE
               WRITE RPT-MVT-LINE
               PERFORM H645-SET-WINDOW-KEY
               PERFORM H850-RECORD-CASE
               MOVE 'Y' TO WS-WN-REPORTED (WS-WIN-SUB)
           END-IF.
       H655-END. EXIT.

      *    day 1 of the integer calendar is a Monday, so remainder 6
      *    is Saturday and remainder 0 is Sunday. Same test as
      *    PBEB005.
       H670-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM (WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE 'N' TO WS-IS-BUSINESS
           ELSE
               PERFORM H675-CHECK-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
           END-IF.
       H670-END. EXIT.

       H675-CHECK-HOLIDAY.
           IF WS-HOL-ENTRY (WS-HOL-SUB) = WS-WORK-DATE
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF.
       H675-END. EXIT.

      *    a customer the demographic master no longer carries is
      *    still reported: compliance wants the case either way, so
      *    the name column just says so. Same convention as PBEW005.
       H800-WRITE-CASE-HEADER.
           MOVE SPACES TO WS-CASE-NAME.
           MOVE WS-CUR-ID TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
                   MOVE 'NOT ON MASTER' TO WS-CASE-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
                   STRING FIRST-NAME DELIMITED BY '  '
                          ' '        DELIMITED BY SIZE
                          LAST-NAME  DELIMITED BY SIZE
                       INTO WS-CASE-NAME
                   END-STRING
           END-READ.
           MOVE SPACES TO RPT-CASE-LINE.
           MOVE 'CASE ' TO RPT-CASE-LABEL.
           MOVE WS-CASE-NO TO RPT-CASE-NO.
           MOVE WS-CASE-TYPE TO RPT-CASE-TYPE.
           MOVE WS-CUR-ID TO RPT-CASE-ID.
           MOVE WS-CASE-NAME TO RPT-CASE-NAME.
           WRITE RPT-CASE-LINE.
           IF WS-ACCT-IS-FOUND
               MOVE SPACES TO RPT-ADDR-LINE
               MOVE ACCT-ADDR1    TO RPT-ADDR1
               MOVE ACCT-ADDR2    TO RPT-ADDR2
               MOVE ACCT-POSTCODE TO RPT-POSTCODE
               WRITE RPT-ADDR-LINE
           END-IF.
       H800-END. EXIT.

      *    the caller has set the key; the case number and the date
      *    it was reported go with it. a case that cannot be recorded
      *    would be raised again on the next run, so the run fails.
       H850-RECORD-CASE.
           MOVE WS-CASE-NO      TO MCS-CASE-NO.
           MOVE WS-RUN-DATE-NUM TO MCS-REPORT-DATE.
           WRITE MCS-FIELDS
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE MONCASE: ' MCS-ST
                       ' ' MCS-KEY
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-WRITE.
       H850-END. EXIT.

       H700-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LEDGER RECORDS READ' TO RPT-TOT-TEXT.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'CASH MOVEMENTS EXAMINED' TO RPT-TOT-TEXT.
           MOVE WS-CASH-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'CONVERTED 1:1 - NO RATE' TO RPT-TOT-TEXT.
           MOVE WS-NO-RATE-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LARGE CASH CASES RAISED' TO RPT-TOT-TEXT.
           MOVE WS-LARGE-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STRUCTURING CASES RAISED' TO RPT-TOT-TEXT.
           MOVE WS-STRUCT-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LARGE CASH REPORTED EARLIER' TO RPT-TOT-TEXT.
           MOVE WS-SUPPRESS-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'RECORDS SKIPPED' TO RPT-TOT-TEXT.
           MOVE WS-SKIP-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           DISPLAY 'LEDGER RECORDS READ:   ' WS-READ-COUNT.
           DISPLAY 'LARGE CASH CASES:      ' WS-LARGE-COUNT.
           DISPLAY 'STRUCTURING CASES:     ' WS-STRUCT-COUNT.
       H700-END. EXIT.

      *    the end record, written by H999-PROGRAM-EXIT once every
      *    other file is closed. return code 4 or less is a step that
      *    finished its work; anything higher failed it, and the
      *    steps behind it will refuse to start.
       H990-LOG-RUN-END.
           IF WS-RCL-IS-STARTED
               MOVE 'END' TO WS-RCL-EVENT
               IF RETURN-CODE > 4
                   MOVE 'FAILED' TO WS-RCL-STATUS
               ELSE
                   MOVE 'COMPLETE' TO WS-RCL-STATUS
               END-IF
               MOVE 'READ' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-READ-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'LARGE' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-LARGE-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'STRUCTURED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-STRUCT-COUNT
                   TO WS-RCL-COUNT (3)
               PERFORM H995-WRITE-RUN-CONTROL
           END-IF.
       H990-END. EXIT.

      *    one record appended per event. the log is opened and
      *    closed around each write, never held across the step's own
      *    work, so no other file is open whenever this runs and a
      *    failed open stops the job on the spot.
       H995-WRITE-RUN-CONTROL.
           OPEN EXTEND RCL-FILE.
           IF (NOT RCL-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCL-ST
           MOVE RCL-ST TO RETURN-CODE
           STOP RUN
           END-IF.
           MOVE SPACES            TO RCL-REC.
           MOVE WS-RCL-PROGRAM    TO RCL-PROGRAM.
           MOVE WS-RCL-DATE       TO RCL-BUS-DATE.
           MOVE WS-RCL-EVENT      TO RCL-EVENT.
           MOVE WS-RCL-STATUS     TO RCL-STATUS.
           MOVE RETURN-CODE       TO RCL-RC.
           MOVE FUNCTION CURRENT-DATE TO RCL-TIMESTAMP.
           MOVE WS-RCL-OVERRIDE   TO RCL-OVERRIDE.
           MOVE WS-RCL-OPERATOR   TO RCL-OPERATOR.
           MOVE WS-RCL-REASON     TO RCL-REASON.
           MOVE WS-RCL-REASON-PGM TO RCL-REASON-PGM.
           MOVE WS-RCL-COUNTS     TO RCL-COUNTS.
           WRITE RCL-REC.
           CLOSE RCL-FILE.
       H995-END. EXIT.

      *    STOP RUN here so an OPEN failure or a bad parameter card
      *    halts the job instead of resuming against files that are
      *    no longer open. Same convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE LGR-FILE.
           CLOSE ACCT-MASTER.
           CLOSE MON-CASE.
           CLOSE MON-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
