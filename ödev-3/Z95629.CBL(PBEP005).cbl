                             ACCESS MODE RANDOM
                             RECORD KEY ODL-KEY
                             STATUS ODL-ST.
      *    effective-dated rate master maintained by PBER005; a
      *    transfer between two currencies converts at the USD rates
      *    in force on the business date.
           SELECT RATE-MASTER ASSIGN RATEIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY RTM-KEY
                             STATUS RTM-ST.
      *    register of POSTTRN batches already applied, so a branch
      *    retransmitting the same batch is refused whole. OPTIONAL
      *    so the very first framed run creates it on the EXTEND.
           SELECT OPTIONAL PST-REG
                             ASSIGN TO PSTBREG
                             STATUS REG-ST.
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
       FD  IDX-FILE.
      *    stream arrives framed: an HDR record in front carrying
      *    branch, batch number and business date, a TRL record
      *    behind carrying the record count and the hash of the
      *    amount column, and the movements between them. the night's
      *    standing-order payments from PBE005SO are concatenated
      *    behind the branch work as a batch of their own, so several
      *    frames may follow one another in the one file.
       FD  PST-FILE RECORDING MODE F.
       01  PST-REC.
           03 PST-ID           PIC X(5).
           03 PST-DC           PIC X(1).
           03 PST-AMOUNT       PIC X(15).
           03 PST-VALUE-DATE   PIC X(8).
      *    a T movement is an account-to-account transfer: PST-ID and
      *    PST-DVZ name the account debited, these two the account
      *    credited, and PST-AMOUNT is in the debited currency. the
      *    columns are blank on a C or D movement.
           03 PST-CR-ID        PIC X(5).
           03 PST-CR-DVZ       PIC X(3).
       01  PST-BATCH-HEADER.
           03 PBH-TAG          PIC X(3).
           03 PBH-BRANCH       PIC 9(3).
           03 PBH-BATCH-NO     PIC 9(6).
           03 PBH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(20).
       01  PST-BATCH-TRAILER.
           03 PBT-TAG          PIC X(3).
           03 PBT-COUNT        PIC 9(8).
           03 PBT-HASH         PIC 9(15).
           03 FILLER           PIC X(14).

      *    movements this run could not apply, carried whole with the
      *    reason so the branch can correct and resubmit.
           03 REJ-REASON       PIC X(25).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 REJ-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 REJ-CR-ID        PIC X(5).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 REJ-CR-DVZ       PIC X(3).
      *    the branch and batch the movement arrived in, so PBE005SO
      *    can pick its own payments back out; blank for a movement
      *    released off the warehouse.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 REJ-BRANCH       PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 REJ-BATCH-NO     PIC X(6).

      *    cumulative posting ledger: every movement applied to
      *    IDX-FILE lands here with its before and after balance, the
      *    unusable.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-BACKVAL      PIC X(1).
      *    where the movement came from: spaces for a branch cash
      *    movement, XFR for one leg of a transfer inside a currency,
      *    FXT for one leg of a transfer across two currencies. both
      *    legs of a transfer carry the same reference: the batch's
      *    branch and number and the transfer's place in the run.
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-SOURCE       PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-XFR-REF      PIC X(14).

      *    one parked movement per record: the POSTTRN image carried
      *    whole so release can hand it straight back to the normal
           03 WHO-AMOUNT       PIC X(15).
           03 WHO-VALUE-DATE   PIC X(8).
           03 WHO-PARK-DATE    PIC X(8).
           03 WHO-CR-ID        PIC X(5).
           03 WHO-CR-DVZ       PIC X(3).

       FD  WHSE-NEW RECORDING MODE F.
       01  WHN-REC.
           03 WHN-AMOUNT       PIC X(15).
           03 WHN-VALUE-DATE   PIC X(8).
           03 WHN-PARK-DATE    PIC X(8).
           03 WHN-CR-ID        PIC X(5).
           03 WHN-CR-DVZ       PIC X(3).

      *    nightly listing for the branches: every movement released
      *    from the warehouse, still pending on it, or newly parked
           03 RPT-DET-AMOUNT   PIC X(15).
           03 FILLER           PIC X(2).
           03 RPT-DET-VALUE    PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-CR-ID    PIC X(5).
           03 FILLER           PIC X(2).
           03 RPT-DET-CR-DVZ   PIC X(3).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZ9.
               10  ODL-DVZ        PIC 9(3).
           05  ODL-LIMIT          PIC S9(15).

       FD  RATE-MASTER.
       01  RTM-FIELDS.
           05  RTM-KEY.
               10  RTM-DVZ        PIC 9(3).
               10  RTM-EFF-DATE   PIC 9(8).
           05  RTM-RATE           PIC S9(3)V9(4).
           05  RTM-NAME           PIC X(10).
           05  RTM-USD-RATE       PIC S9(5)V9(4).
           05  RTM-DEBIT-RATE     PIC S9(3)V9(4).

      *    one record per POSTTRN batch this program has applied; a
      *    header naming a branch/batch pair already on file is
      *    refused whole before any movement posts.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-TIMESTAMP    PIC X(26).

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
           03 IDX-ST           PIC 9(2).
              88 ODL-NOTFND             VALUE 23.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 RTM-ST           PIC 9(2).
              88 RTM-SUCCESS            VALUE 00 97.
              88 RTM-EOF                VALUE 10.
      *    the limit master is optional: a shop with no agreed lines
      *    has no ODLIMIT, and every account is then held at zero
      *    exactly as before the overdraft lines existed.
      *    run carries on. Same convention as PBED005's STATTRN.
           03 WS-WHSE-OPEN     PIC X VALUE 'N'.
              88 WS-WHSE-IS-OPEN        VALUE 'Y'.
      *    the rate master is optional too: without it every transfer
      *    inside one currency still posts, and a transfer across two
      *    currencies is refused for want of a rate.
           03 WS-RTM-OPEN      PIC X VALUE 'N'.
              88 WS-RTM-IS-OPEN         VALUE 'Y'.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-TRL-SEEN      PIC X VALUE 'N'.
              88 WS-TRL-IS-SEEN          VALUE 'Y'.
           03 WS-BATCH-FAIL    PIC X(30).
      *    the branch PBE005SO frames its standing-order payments
      *    under. Same value as PBE005SO.
           03 WS-SO-BRANCH     PIC 9(3) VALUE 998.
      *    every batch the verify pass proved, in file order, held
      *    for the register once the posting pass is done.
           03 WS-BATCH-COUNT   PIC S9(4) COMP VALUE ZERO.
           03 WS-BATCH-MAX     PIC S9(4) COMP VALUE 50.
           03 WS-BATCH-SUB     PIC S9(4) COMP.
           03 WS-BATCH-ENTRY OCCURS 50 TIMES.
              05 WS-BT-BRANCH     PIC 9(3).
              05 WS-BT-BATCH-NO   PIC 9(6).
              05 WS-BT-BUS-DATE   PIC 9(8).
              05 WS-BT-COUNT      PIC 9(8).
           03 WS-PARK-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-RELEASE-COUNT PIC 9(6) VALUE ZERO.
           03 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.

      *    the transfer in hand. the debit side is read last and its
      *    record image kept, so a credit side that cannot be
      *    rewritten puts the debit side back exactly as it was: a
      *    transfer posts both legs or neither.
           03 WS-XFR-COUNT     PIC 9(8) VALUE ZERO.
           03 WS-XFR-SEQ       PIC 9(5) VALUE ZERO.
           03 WS-XFR-REF.
              05 WS-XFR-REF-BRANCH PIC 9(3).
              05 WS-XFR-REF-BATCH  PIC 9(6).
              05 WS-XFR-REF-SEQ    PIC 9(5).
           03 WS-XFR-SOURCE    PIC X(3).
           03 WS-XFR-CR-AMOUNT PIC S9(15) COMP-3.
           03 WS-XFR-CR-OLD    PIC S9(15) COMP-3.
           03 WS-XFR-CR-NEW    PIC S9(15) COMP-3.
           03 WS-XFR-DR-IMAGE  PIC X(52).
           03 WS-LEG-ID        PIC X(5).
           03 WS-LEG-DVZ       PIC X(3).
           03 WS-LEG-DC        PIC X(1).
           03 WS-LEG-AMOUNT    PIC S9(15) COMP-3.
           03 WS-LEG-OLD       PIC S9(15) COMP-3.
           03 WS-LEG-NEW       PIC S9(15) COMP-3.

      *    USD rates in force on the business date, per currency: the
      *    record with the latest effective date on or before the run
      *    date wins. Same table as PBEC005's.
           03 WS-CURR-RATE-TABLE.
              05 WS-CURR-RATE-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-CURR-RT-IDX.
                 10 WS-CR-DVZ       PIC S9(3) COMP.
                 10 WS-CR-NAME      PIC X(10).
                 10 WS-CR-USD-RATE  PIC S9(5)V9(4) COMP-3.
                 10 WS-CR-EFF-DATE  PIC 9(8).
           03 WS-RATE-SUB           PIC S9(4) COMP.
           03 WS-RATE-HIT-SUB       PIC S9(4) COMP.
      *    a rate is stale when the one in effect was set more than
      *    this many days before the run date being priced.
           03 WS-STALE-DAYS         PIC S9(5) COMP VALUE 30.
           03 WS-RATE-EFF-INT       PIC 9(7).
           03 WS-LOOKUP-DVZ         PIC S9(3) COMP.
           03 WS-LOOKUP-RATE        PIC S9(5)V9(4) COMP-3.
           03 WS-DR-USD-RATE        PIC S9(5)V9(4) COMP-3.
           03 WS-CR-SIDE-USD-RATE   PIC S9(5)V9(4) COMP-3.

      *    scratch area for validating an 8-digit CCYYMMDD value date
      *    before it is compared to the run date. Same convention as
      *    PBEG005's VALIDATE-DATE.
           05  WS-MAX-DAY         PIC 9(2).
       01  WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2) VALUE ZERO.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEP005'.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 3.
           03 WS-RCL-PRED-DONE OCCURS 3 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBEM005'.
           03 FILLER           PIC X(8) VALUE 'PBE005SO'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 3 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    the order the branch would have seen had it been keyed on
      *    its value date.
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H190-INITIALIZE.
           PERFORM H140-LOAD-RATE-TABLE.
           PERFORM H170-VERIFY-BATCH.
           MOVE WS-BT-BRANCH (1)   TO WS-BATCH-BRANCH.
           MOVE WS-BT-BATCH-NO (1) TO WS-BATCH-NO.
           MOVE 'Y' TO WS-RELEASE-MODE.
           PERFORM H150-RELEASE-WAREHOUSE UNTIL WHO-EOF.
           MOVE 'N' TO WS-RELEASE-MODE.
           DISPLAY 'POSTTRN READ:    ' WS-READ-COUNT.
           DISPLAY 'POSTINGS APPLIED:' WS-POST-COUNT.
           DISPLAY 'POSTINGS REJECTED:' WS-REJECT-COUNT.
           DISPLAY 'TRANSFERS POSTED:' WS-XFR-COUNT.
           DISPLAY 'MOVEMENTS PARKED:' WS-PARK-COUNT.
           DISPLAY 'MOVEMENTS RELEASED:' WS-RELEASE-COUNT.
           DISPLAY 'MOVEMENTS STILL PENDING:' WS-PENDING-COUNT.
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

      *    the ledger is opened EXTEND so every run appends to the one
      *    cumulative movement history, the way PBE005HW extends
      *    AUDFILE across restarts.
               DISPLAY 'ODLIMIT NOT AVAILABLE (' ODL-ST
                   ') - ALL LIMITS TAKEN AS ZERO'
           END-IF.
           OPEN INPUT RATE-MASTER.
           IF RTM-SUCCESS
               MOVE 'Y' TO WS-RTM-OPEN
           ELSE
               DISPLAY 'RATEIDX NOT AVAILABLE (' RTM-ST
                   ') - CROSS-CURRENCY TRANSFERS WILL REJECT'
           END-IF.
       H100-END. EXIT.

      *    calendar days per month, indexed by WS-DC-MM; February is
      *    the run processes the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           END-IF.
       H187-END. EXIT.

      *    the USD rates the cross-currency transfers convert at,
      *    loaded once from the effective-dated rate master the way
      *    PBEC005 loads its table. the master is closed again as soon
      *    as the table is built.
       H140-LOAD-RATE-TABLE.
           PERFORM H141-CLEAR-RATE-ENTRY
               VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 20.
           IF WS-RTM-IS-OPEN
               PERFORM H142-READ-RATE-RECORD
               PERFORM H143-APPLY-RATE-RECORD UNTIL RTM-EOF
               CLOSE RATE-MASTER
               MOVE 'N' TO WS-RTM-OPEN
               PERFORM H146-CHECK-STALE-RATE
                   VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > 20
           END-IF.
       H140-END. EXIT.

       H141-CLEAR-RATE-ENTRY.
           MOVE ZERO   TO WS-CR-DVZ      (WS-RATE-SUB).
           MOVE SPACES TO WS-CR-NAME     (WS-RATE-SUB).
           MOVE ZERO   TO WS-CR-USD-RATE (WS-RATE-SUB).
           MOVE ZERO   TO WS-CR-EFF-DATE (WS-RATE-SUB).
       H141-END. EXIT.

       H142-READ-RATE-RECORD.
           READ RATE-MASTER NEXT RECORD
               AT END SET RTM-EOF TO TRUE
           END-READ.
       H142-END. EXIT.

      *    the master streams past in (currency, effective date) key
      *    order, so within a currency each qualifying record simply
      *    supersedes the one before it. a record whose effective
      *    date will not validate is warned and ignored.
       H143-APPLY-RATE-RECORD.
           MOVE 'N' TO WS-DATE-OK.
           IF RTM-EFF-DATE IS NUMERIC
               MOVE RTM-EFF-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               DISPLAY 'RATEIDX BAD EFFECTIVE DATE: ' RTM-DVZ ' '
                   RTM-EFF-DATE ' - RECORD IGNORED'
           ELSE
           IF RTM-EFF-DATE NOT > WS-RUN-DATE-NUM
               PERFORM H144-FIND-RATE-SLOT
               IF WS-RATE-HIT-SUB > ZERO
                   MOVE RTM-DVZ
                       TO WS-CR-DVZ      (WS-RATE-HIT-SUB)
                   MOVE RTM-NAME
                       TO WS-CR-NAME     (WS-RATE-HIT-SUB)
                   MOVE RTM-USD-RATE
                       TO WS-CR-USD-RATE (WS-RATE-HIT-SUB)
                   MOVE RTM-EFF-DATE
                       TO WS-CR-EFF-DATE (WS-RATE-HIT-SUB)
               ELSE
                   DISPLAY 'WS-CURR-RATE-TABLE FULL AT 20 ENTRIES'
                       ' - CURRENCY ' RTM-DVZ ' IGNORED'
               END-IF
           END-IF
           END-IF.
           PERFORM H142-READ-RATE-RECORD.
       H143-END. EXIT.

       H144-FIND-RATE-SLOT.
           MOVE ZERO TO WS-RATE-HIT-SUB.
           PERFORM H144A-SCAN-RATE-SLOT
               VARYING WS-RATE-SUB FROM 20 BY -1
                   UNTIL WS-RATE-SUB < 1.
       H144-END. EXIT.

       H144A-SCAN-RATE-SLOT.
           IF WS-CR-DVZ (WS-RATE-SUB) = RTM-DVZ
               OR WS-CR-DVZ (WS-RATE-SUB) = ZERO
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.
       H144A-END. EXIT.

      *    warn ops when the rate a transfer would convert at was set
      *    long before the date being posted. Same check as PBEC005.
       H146-CHECK-STALE-RATE.
           IF WS-CR-DVZ (WS-RATE-SUB) NOT = ZERO
               COMPUTE WS-RATE-EFF-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CR-EFF-DATE (WS-RATE-SUB))
               IF WS-RATE-EFF-INT < WS-RUN-DATE-INT - WS-STALE-DAYS
                   DISPLAY 'WARNING: RATE FOR '
                       WS-CR-NAME (WS-RATE-SUB)
                       ' EFFECTIVE ' WS-CR-EFF-DATE (WS-RATE-SUB)
                       ' IS STALE FOR RUN DATE ' WS-RUN-DATE
               END-IF
           END-IF.
       H146-END. EXIT.

      *    prove every batch before a single movement is applied: the
      *    file must open with an HDR record and close with a TRL
      *    record, each batch's trailer count and amount hash must
      *    both prove against the details between its own frame, and
      *    no header's branch/batch pair may already be on the
      *    register or appear twice in the file. any failure refuses
      *    the whole file intact. the pass then rewinds POSTTRN for
      *    the posting pass.
       H170-VERIFY-BATCH.
           READ PST-FILE
               AT END
               MOVE 'NO BATCH HEADER' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           PERFORM H174-OPEN-BATCH.
           PERFORM H171-VERIFY-RECORD UNTIL PST-EOF.
           IF NOT WS-TRL-IS-SEEN
               MOVE 'NO BATCH TRAILER' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           CLOSE PST-FILE.
           OPEN INPUT PST-FILE.
           IF (NOT PST-SUCCESS)
               AT END SET PST-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PBH-TAG = 'HDR'
                           IF NOT WS-TRL-IS-SEEN
                               MOVE 'NO BATCH TRAILER'
                                   TO WS-BATCH-FAIL
                               PERFORM H179-FAIL-BATCH
                           END-IF
                           PERFORM H174-OPEN-BATCH
                       WHEN WS-TRL-IS-SEEN
                           MOVE 'RECORDS AFTER TRAILER'
                               TO WS-BATCH-FAIL
                           MOVE 'Y' TO WS-TRL-SEEN
                           MOVE PBT-COUNT TO WS-TRL-COUNT
                           MOVE PBT-HASH  TO WS-TRL-HASH
                           PERFORM H175-CLOSE-BATCH
                       WHEN OTHER
                           ADD 1 TO WS-DETAIL-COUNT
                           IF FUNCTION TEST-NUMVAL (PST-AMOUNT)
           END-READ.
       H173-END. EXIT.

      *    a new header starts its own count and hash, and takes the
      *    next slot in the batch table once it has passed the
      *    register and is not already in the file.
       H174-OPEN-BATCH.
           IF PBH-BRANCH IS NOT NUMERIC
               OR PBH-BATCH-NO IS NOT NUMERIC
               MOVE 'HEADER NOT NUMERIC' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           MOVE PBH-BRANCH   TO WS-BATCH-BRANCH.
           MOVE PBH-BATCH-NO TO WS-BATCH-NO.
           MOVE PBH-BUS-DATE TO WS-BATCH-DATE.
           MOVE 'N'  TO WS-TRL-SEEN.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-AMT-HASH.
           PERFORM H172-CHECK-REGISTER.
           PERFORM H176-CHECK-DUPLICATE
               VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               MOVE 'TOO MANY BATCHES IN FILE' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-BRANCH TO WS-BT-BRANCH (WS-BATCH-COUNT).
           MOVE WS-BATCH-NO     TO WS-BT-BATCH-NO (WS-BATCH-COUNT).
           MOVE WS-BATCH-DATE   TO WS-BT-BUS-DATE (WS-BATCH-COUNT).
           MOVE ZERO            TO WS-BT-COUNT (WS-BATCH-COUNT).
       H174-END. EXIT.

       H175-CLOSE-BATCH.
           IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
               MOVE 'TRAILER COUNT MISMATCH' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           IF WS-TRL-HASH NOT = WS-AMT-HASH
               MOVE 'TRAILER HASH MISMATCH' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           MOVE WS-DETAIL-COUNT TO WS-BT-COUNT (WS-BATCH-COUNT).
       H175-END. EXIT.

       H176-CHECK-DUPLICATE.
           IF WS-BT-BRANCH (WS-BATCH-SUB) = WS-BATCH-BRANCH
               AND WS-BT-BATCH-NO (WS-BATCH-SUB) = WS-BATCH-NO
               MOVE 'BATCH TWICE IN FILE' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
       H176-END. EXIT.

       H179-FAIL-BATCH.
           DISPLAY 'POSTTRN BATCH REJECTED - ' WS-BATCH-FAIL
               ' - BRANCH ' WS-BATCH-BRANCH
           PERFORM H999-PROGRAM-EXIT.
       H179-END. EXIT.

      *    the batches are only remembered once every movement in them
      *    has been applied or rejected on its own merits, so a run
      *    that dies mid-file can be rerun without tripping the
      *    register.
       H180-REGISTER-BATCH.
           OPEN EXTEND PST-REG.
           IF (NOT REG-SUCCESS)
           MOVE REG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H181-REGISTER-ONE-BATCH
               VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
           CLOSE PST-REG.
       H180-END. EXIT.

       H181-REGISTER-ONE-BATCH.
           MOVE SPACES          TO REG-REC.
           MOVE WS-BT-BRANCH (WS-BATCH-SUB)   TO REG-BRANCH.
           MOVE WS-BT-BATCH-NO (WS-BATCH-SUB) TO REG-BATCH-NO.
           MOVE WS-BT-BUS-DATE (WS-BATCH-SUB) TO REG-BUS-DATE.
           MOVE WS-BT-COUNT (WS-BATCH-SUB)    TO REG-COUNT.
           MOVE FUNCTION CURRENT-DATE TO REG-TIMESTAMP.
           WRITE REG-REC.
       H181-END. EXIT.

      *    drain yesterday's warehouse: a movement whose value date
      *    has arrived goes down the normal posting path exactly as
           MOVE WHO-DC         TO PST-DC.
           MOVE WHO-AMOUNT     TO PST-AMOUNT.
           MOVE WHO-VALUE-DATE TO PST-VALUE-DATE.
           MOVE WHO-CR-ID      TO PST-CR-ID.
           MOVE WHO-CR-DVZ     TO PST-CR-DVZ.
           MOVE 'N' TO WS-DATE-OK.
           IF WHO-VALUE-DATE IS NUMERIC
               MOVE WHO-VALUE-DATE TO WS-DATE-NUM
           END-IF.
       H160-END. EXIT.

      *    the posting pass walks the same frames the verify pass just
      *    proved: each HDR only names the batch the movements behind
      *    it belong to, and the TRL records are simply stepped over.
       H200-PROCESS.
           READ PST-FILE
              AT END SET PST-EOF TO TRUE
              NOT AT END
              IF PBH-TAG = 'HDR'
                  MOVE PBH-BRANCH   TO WS-BATCH-BRANCH
                  MOVE PBH-BATCH-NO TO WS-BATCH-NO
              ELSE
              IF PBH-TAG = 'TRL'
                  CONTINUE
              ELSE
                  ADD 1 TO WS-READ-COUNT
                  PERFORM H300-PROCESS-MOVEMENT
              END-IF
              END-IF
           END-READ
           .
       H200-END. EXIT.
      *    H300-PROCESS-RECORD does.
       H300-PROCESS-MOVEMENT.
           MOVE SPACES TO WS-REJ-REASON.
           IF PST-DC NOT = 'C' AND PST-DC NOT = 'D' AND PST-DC NOT = 'T'
               MOVE 'BAD DEBIT CREDIT CODE' TO WS-REJ-REASON
               PERFORM H410-REJECT-MOVEMENT
           ELSE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJ-REASON
                   PERFORM H410-REJECT-MOVEMENT
               ELSE
                   IF PST-DC = 'T'
                       PERFORM H305-EDIT-TRANSFER
                   END-IF
                   IF WS-REJ-NONE
                       PERFORM H310-READ-ACCOUNT
                   ELSE
                       PERFORM H410-REJECT-MOVEMENT
                   END-IF
               END-IF
           END-IF.
       H300-END. EXIT.

      *    a transfer must name a usable credit key, and one that is
      *    not the debit key itself.
       H305-EDIT-TRANSFER.
           IF FUNCTION TEST-NUMVAL (PST-CR-ID) NOT = ZERO
               OR FUNCTION TEST-NUMVAL (PST-CR-DVZ) NOT = ZERO
               MOVE 'CREDIT KEY NOT NUMERIC' TO WS-REJ-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL (PST-ID) = ZERO
                   AND FUNCTION TEST-NUMVAL (PST-DVZ) = ZERO
                   AND FUNCTION NUMVAL (PST-ID)
                       = FUNCTION NUMVAL (PST-CR-ID)
                   AND FUNCTION NUMVAL (PST-DVZ)
                       = FUNCTION NUMVAL (PST-CR-DVZ)
                   MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-REJ-REASON
               END-IF
           END-IF.
       H305-END. EXIT.

      *    the amount must be strictly positive: the debit/credit
      *    indicator alone decides direction, and a signed amount
      *    would otherwise slip a withdrawal past the overdraft check
           MOVE PST-AMOUNT     TO WHN-AMOUNT.
           MOVE PST-VALUE-DATE TO WHN-VALUE-DATE.
           MOVE WS-PARK-DATE   TO WHN-PARK-DATE.
           MOVE PST-CR-ID      TO WHN-CR-ID.
           MOVE PST-CR-DVZ     TO WHN-CR-DVZ.
           WRITE WHN-REC.
       H365-END. EXIT.

           MOVE PST-DC         TO RPT-DET-DC.
           MOVE PST-AMOUNT     TO RPT-DET-AMOUNT.
           MOVE PST-VALUE-DATE TO RPT-DET-VALUE.
           MOVE PST-CR-ID      TO RPT-DET-CR-ID.
           MOVE PST-CR-DVZ     TO RPT-DET-CR-DVZ.
           WRITE RPT-DETAIL-LINE.
       H370-END. EXIT.

       H320-READ-MASTER.
           IF PST-DC = 'T'
               PERFORM H500-PROCESS-TRANSFER
           ELSE
               PERFORM H325-READ-SINGLE-MASTER
           END-IF.
       H320-END. EXIT.

       H325-READ-SINGLE-MASTER.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (PST-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (PST-DVZ).
           READ IDX-FILE
                NOT INVALID KEY
                PERFORM H400-APPLY-MOVEMENT
           END-READ.
       H325-END. EXIT.

      *    a withdrawal may never drive the balance negative; it goes
      *    to the reject file instead and the master is left
           IF WS-VALUE-BACK
               MOVE 'B' TO LGR-BACKVAL
           END-IF.
           PERFORM H465-SET-LEDGER-SOURCE.
           WRITE LGR-REC.
       H460-END. EXIT.

      *    a withdrawal in PBE005SO's frame is a standing order paying
      *    outside the bank: it goes on the ledger as SOP so PBEJ005
      *    books it to outward payments rather than cash. PBE005SO
      *    dates every payment on the business date, so none is ever
      *    parked and a movement released from the warehouse is never
      *    one of them.
       H465-SET-LEDGER-SOURCE.
           IF PST-DC = 'D' AND WS-BATCH-BRANCH = WS-SO-BRANCH
               AND NOT WS-IS-RELEASE-MODE
               MOVE 'SOP' TO LGR-SOURCE
           END-IF.
       H465-END. EXIT.

       H410-REJECT-MOVEMENT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES         TO REJ-REC.
           MOVE PST-VALUE-DATE TO REJ-VALUE-DATE.
           MOVE WS-REJ-REASON  TO REJ-REASON.
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP.
           MOVE PST-CR-ID      TO REJ-CR-ID.
           MOVE PST-CR-DVZ     TO REJ-CR-DVZ.
           IF NOT WS-IS-RELEASE-MODE
               MOVE WS-BATCH-BRANCH TO REJ-BRANCH
               MOVE WS-BATCH-NO     TO REJ-BATCH-NO
           END-IF.
           WRITE REJ-REC.
       H410-END. EXIT.

      *    an account-to-account transfer. every check on both sides
      *    is made before either balance moves: the credit side must
      *    be on file and open, the amount must convert when the
      *    currencies differ, and the debit side must be on file,
      *    open and able to take the debit inside its agreed line. any
      *    failure rejects the transfer whole.
       H500-PROCESS-TRANSFER.
           PERFORM H510-CHECK-CREDIT-SIDE.
           IF WS-REJ-NONE
               PERFORM H520-CONVERT-AMOUNT
           END-IF.
           IF WS-REJ-NONE
               PERFORM H530-CHECK-DEBIT-SIDE
           END-IF.
           IF WS-REJ-NONE
               PERFORM H540-POST-TRANSFER
           ELSE
               PERFORM H410-REJECT-MOVEMENT
           END-IF.
       H500-END. EXIT.

       H510-CHECK-CREDIT-SIDE.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (PST-CR-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (PST-CR-DVZ).
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                MOVE 'CREDIT ACCOUNT NOT ON FILE' TO WS-REJ-REASON
                NOT INVALID KEY
                IF IDX-CLOSED
                    MOVE 'CREDIT ACCOUNT CLOSED' TO WS-REJ-REASON
                END-IF
           END-READ.
       H510-END. EXIT.

      *    inside one currency the credit is the debit amount. across
      *    two, the debit amount goes to USD at the debited currency's
      *    rate and back out at the credited currency's, both the
      *    rates in force on the business date. a currency with no
      *    rate on file refuses the transfer rather than converting
      *    it 1:1.
       H520-CONVERT-AMOUNT.
           IF FUNCTION NUMVAL (PST-DVZ) = FUNCTION NUMVAL (PST-CR-DVZ)
               MOVE 'XFR' TO WS-XFR-SOURCE
               MOVE WS-AMOUNT TO WS-XFR-CR-AMOUNT
           ELSE
               MOVE 'FXT' TO WS-XFR-SOURCE
               COMPUTE WS-LOOKUP-DVZ = FUNCTION NUMVAL (PST-DVZ)
               PERFORM H525-LOOKUP-USD-RATE
               MOVE WS-LOOKUP-RATE TO WS-DR-USD-RATE
               COMPUTE WS-LOOKUP-DVZ = FUNCTION NUMVAL (PST-CR-DVZ)
               PERFORM H525-LOOKUP-USD-RATE
               MOVE WS-LOOKUP-RATE TO WS-CR-SIDE-USD-RATE
               IF WS-DR-USD-RATE NOT > ZERO
                   OR WS-CR-SIDE-USD-RATE NOT > ZERO
                   MOVE 'NO RATE FOR CURRENCY' TO WS-REJ-REASON
               ELSE
                   COMPUTE WS-XFR-CR-AMOUNT ROUNDED =
                       WS-AMOUNT * WS-DR-USD-RATE
                       / WS-CR-SIDE-USD-RATE
                   IF WS-XFR-CR-AMOUNT NOT > ZERO
                       MOVE 'CONVERTED AMOUNT ZERO'
                           TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
       H520-END. EXIT.

       H525-LOOKUP-USD-RATE.
           MOVE ZERO TO WS-LOOKUP-RATE.
           SET WS-CURR-RT-IDX TO 1.
           SEARCH WS-CURR-RATE-ENTRY
               AT END CONTINUE
               WHEN WS-CR-DVZ (WS-CURR-RT-IDX) = WS-LOOKUP-DVZ
                   MOVE WS-CR-USD-RATE (WS-CURR-RT-IDX)
                       TO WS-LOOKUP-RATE
           END-SEARCH.
       H525-END. EXIT.

      *    the debit side is read last so its record is the one in
      *    the buffer when the legs post; the overdraft line is judged
      *    exactly as for a single withdrawal.
       H530-CHECK-DEBIT-SIDE.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (PST-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (PST-DVZ).
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
                NOT INVALID KEY
                PERFORM H535-JUDGE-DEBIT-SIDE
           END-READ.
       H530-END. EXIT.

       H535-JUDGE-DEBIT-SIDE.
           IF IDX-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-REJ-REASON
           ELSE
               MOVE IDX-BALLANCE TO WS-OLD-BAL
               COMPUTE WS-NEW-BAL = WS-OLD-BAL - WS-AMOUNT
               IF WS-NEW-BAL < ZERO
                   PERFORM H406-READ-LIMIT
                   IF WS-NEW-BAL < (ZERO - WS-ACCT-LIMIT)
                       MOVE 'INSUFFICIENT BALANCE' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.
       H535-END. EXIT.

      *    both legs stamp activity and wake a dormant account, as any
      *    customer movement does. the debit image is kept before it
      *    is touched; should the credit side then fail to rewrite,
      *    the image goes back on file before the run is stopped, so
      *    no transfer is ever left half posted. the ledger legs are
      *    only written once both balances are safely on the master.
       H540-POST-TRANSFER.
           MOVE IDX-REC TO WS-XFR-DR-IMAGE.
           MOVE WS-NEW-BAL TO IDX-BALLANCE.
           COMPUTE IDX-ACT-DATE =
               FUNCTION DAY-OF-INTEGER (WS-RUN-DATE-INT).
           IF IDX-DORMANT
               MOVE 'A' TO IDX-STATUS
           END-IF.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (PST-CR-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (PST-CR-DVZ).
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                PERFORM H549-BACK-OUT-DEBIT
           END-READ.
           MOVE IDX-BALLANCE TO WS-XFR-CR-OLD.
           COMPUTE WS-XFR-CR-NEW = WS-XFR-CR-OLD + WS-XFR-CR-AMOUNT.
           MOVE WS-XFR-CR-NEW TO IDX-BALLANCE.
           COMPUTE IDX-ACT-DATE =
               FUNCTION DAY-OF-INTEGER (WS-RUN-DATE-INT).
           IF IDX-DORMANT
               MOVE 'A' TO IDX-STATUS
           END-IF.
           REWRITE IDX-REC
               INVALID KEY
                   PERFORM H549-BACK-OUT-DEBIT
           END-REWRITE.
           ADD 1 TO WS-XFR-COUNT.
           ADD 1 TO WS-XFR-SEQ.
           MOVE WS-BATCH-BRANCH TO WS-XFR-REF-BRANCH.
           MOVE WS-BATCH-NO     TO WS-XFR-REF-BATCH.
           MOVE WS-XFR-SEQ      TO WS-XFR-REF-SEQ.
           MOVE PST-ID          TO WS-LEG-ID.
           MOVE PST-DVZ         TO WS-LEG-DVZ.
           MOVE 'D'             TO WS-LEG-DC.
           MOVE WS-AMOUNT       TO WS-LEG-AMOUNT.
           MOVE WS-OLD-BAL      TO WS-LEG-OLD.
           MOVE WS-NEW-BAL      TO WS-LEG-NEW.
           PERFORM H560-WRITE-TRANSFER-LEG.
           MOVE PST-CR-ID        TO WS-LEG-ID.
           MOVE PST-CR-DVZ       TO WS-LEG-DVZ.
           MOVE 'C'              TO WS-LEG-DC.
           MOVE WS-XFR-CR-AMOUNT TO WS-LEG-AMOUNT.
           MOVE WS-XFR-CR-OLD    TO WS-LEG-OLD.
           MOVE WS-XFR-CR-NEW    TO WS-LEG-NEW.
           PERFORM H560-WRITE-TRANSFER-LEG.
       H540-END. EXIT.

       H549-BACK-OUT-DEBIT.
           DISPLAY 'TRANSFER CREDIT SIDE FAILED: ' IDX-ST
               ' - DEBIT ' PST-ID ' ' PST-DVZ ' BACKED OUT'.
           MOVE IDX-ST TO RETURN-CODE.
           MOVE WS-XFR-DR-IMAGE TO IDX-REC.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'DEBIT BACK-OUT FAILED FOR '
                       PST-ID ' ' PST-DVZ ': ' IDX-ST
           END-REWRITE.
           PERFORM H999-PROGRAM-EXIT.
       H549-END. EXIT.

       H560-WRITE-TRANSFER-LEG.
           ADD 1 TO WS-POST-COUNT.
           MOVE SPACES          TO LGR-REC.
           MOVE WS-LEG-ID       TO LGR-ID.
           MOVE WS-LEG-DVZ      TO LGR-DVZ.
           MOVE WS-LEG-DC       TO LGR-DC.
           MOVE WS-LEG-AMOUNT   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-AMOUNT.
           MOVE WS-LEG-OLD      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-OLD-BAL.
           MOVE WS-LEG-NEW      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-NEW-BAL.
           MOVE PST-VALUE-DATE  TO LGR-VALUE-DATE.
           MOVE WS-RUN-DATE     TO LGR-RUN-DATE.
           IF WS-VALUE-BACK
               MOVE 'B' TO LGR-BACKVAL
           END-IF.
           MOVE WS-XFR-SOURCE   TO LGR-SOURCE.
           MOVE WS-XFR-REF      TO LGR-XFR-REF.
           WRITE LGR-REC.
       H560-END. EXIT.

       H700-WRITE-WHSE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'RELEASED FROM WAREHOUSE' TO RPT-TOT-TEXT.
           WRITE RPT-TOTAL-LINE.
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
               MOVE 'POSTED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-POST-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'REJECTED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-REJECT-COUNT
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

      *    STOP RUN here, not just at the bottom of 0000-MAIN, so every
      *    error exit halts the job the moment files are closed instead
      *    of resuming work against files that are no longer open.
           IF WS-ODL-IS-OPEN
               CLOSE ODL-MASTER
           END-IF.
           IF WS-RTM-IS-OPEN
               CLOSE RATE-MASTER
           END-IF.
           CLOSE WHSE-NEW.
           CLOSE WHSE-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
