       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE005SO.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    standing-order master maintained by PBE005SM, walked end to
      *    end each night and rewritten in place as orders fall due.
      *    OPTIONAL so a shop with no orders yet still sends PBEP005
      *    its empty frame.
           SELECT OPTIONAL SOM-MASTER
                             ASSIGN SOMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY SOM-KEY
                             STATUS SOM-ST.
      *    the night's payments, framed as a POSTTRN batch of their
      *    own. the job step concatenates SORDPST behind the branch
      *    POSTTRN, so PBEP005 proves and posts it with the rest.
           SELECT PST-FILE   ASSIGN TO SORDPST
                             STATUS PST-ST.
      *    the previous night's PBEP005 rejects and its batch
      *    register, read to learn what became of the payments this
      *    program generated on its last run. both OPTIONAL: before
      *    the first posting run neither exists.
           SELECT OPTIONAL REJ-FILE
                             ASSIGN TO PSTREJ
                             STATUS REJ-ST.
           SELECT OPTIONAL PST-REG
                             ASSIGN TO PSTBREG
                             STATUS REG-ST.
           SELECT PARM-CARD  ASSIGN TO SORDPARM
                             STATUS PRM-ST.
           SELECT HOL-FILE   ASSIGN TO HOLCAL
                             STATUS HOL-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
           SELECT SO-RPT     ASSIGN TO SORDRPT
                             STATUS RPT-ST.
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
      *    one record per standing order. Same layout as PBE005SM.
       FD  SOM-MASTER.
       01  SOM-FIELDS.
           05  SOM-KEY.
               10  SOM-ID         PIC 9(5).
               10  SOM-DVZ        PIC 9(3).
               10  SOM-SEQ        PIC 9(3).
           05  SOM-CR-ID          PIC 9(5).
           05  SOM-CR-DVZ         PIC 9(3).
           05  SOM-AMOUNT         PIC 9(15).
           05  SOM-FREQ           PIC X(1).
               88  SOM-WEEKLY             VALUE 'W'.
               88  SOM-MONTHLY            VALUE 'M'.
               88  SOM-QUARTERLY          VALUE 'Q'.
               88  SOM-ANNUAL             VALUE 'A'.
           05  SOM-ANCHOR-DAY     PIC 9(2).
           05  SOM-START-DATE     PIC 9(8).
           05  SOM-END-DATE       PIC 9(8).
           05  SOM-NEXT-DUE       PIC 9(8).
           05  SOM-STATUS         PIC X(1).
               88  SOM-ACTIVE             VALUE 'A'.
               88  SOM-SUSPENDED          VALUE 'S'.
               88  SOM-CANCELLED          VALUE 'C'.
               88  SOM-ENDED              VALUE 'E'.
           05  SOM-RETRY-COUNT    PIC 9(2).
           05  SOM-SUSP-REASON    PIC X(25).
           05  SOM-LAST-PAID      PIC 9(8).
           05  SOM-PEND-BATCH     PIC 9(6).
           05  SOM-PEND-DATE      PIC 9(8).
           05  SOM-PEND-DUE       PIC 9(8).
           05  SOM-PEND-AMOUNT    PIC 9(15).
           05  SOM-PEND-CR-ID     PIC 9(5).
           05  SOM-PEND-CR-DVZ    PIC 9(3).
           05  SOM-PAYEE          PIC X(20).
           05  SOM-MAKER          PIC X(8).
           05  SOM-CHECKER        PIC X(8).

      *    POSTTRN layout, frame records and all. Same layout as
      *    PBEP005. an order paying into an account inside the bank
      *    goes out as a T transfer; one paying outside it is a plain
      *    D withdrawal, which PBEP005 puts on the ledger as SOP since
      *    it comes in under this program's branch.
       FD  PST-FILE RECORDING MODE F.
       01  PST-REC.
           03 PST-ID           PIC X(5).
           03 PST-DVZ          PIC X(3).
           03 PST-DC           PIC X(1).
           03 PST-AMOUNT       PIC X(15).
           03 PST-VALUE-DATE   PIC X(8).
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

      *    Same layout as PBEP005.
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           03 REJ-ID           PIC X(5).
           03 FILLER           PIC X(3).
           03 REJ-DVZ          PIC X(3).
           03 FILLER           PIC X(3).
           03 REJ-DC           PIC X(1).
           03 FILLER           PIC X(3).
           03 REJ-AMOUNT       PIC X(15).
           03 FILLER           PIC X(3).
           03 REJ-VALUE-DATE   PIC X(8).
           03 FILLER           PIC X(3).
           03 REJ-REASON       PIC X(25).
           03 FILLER           PIC X(3).
           03 REJ-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(3).
           03 REJ-CR-ID        PIC X(5).
           03 FILLER           PIC X(3).
           03 REJ-CR-DVZ       PIC X(3).
           03 FILLER           PIC X(3).
           03 REJ-BRANCH       PIC X(3).
           03 FILLER           PIC X(3).
           03 REJ-BATCH-NO     PIC X(6).

      *    Same layout as PBEP005.
       FD  PST-REG RECORDING MODE F.
       01  REG-REC.
           03 REG-BRANCH       PIC 9(3).
           03 FILLER           PIC X(2).
           03 REG-BATCH-NO     PIC 9(6).
           03 FILLER           PIC X(2).
           03 REG-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(2).
           03 REG-COUNT        PIC 9(8).
           03 FILLER           PIC X(2).
           03 REG-TIMESTAMP    PIC X(26).

      *    one card: on how many following business days a payment
      *    refused for want of funds is tried again before the order
      *    is suspended.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-CARD-REC.
           03 PRM-RETRY-DAYS   PIC 9(2).
           03 FILLER           PIC X(78).

      *    holiday calendar: one CCYYMMDD non-working date per record.
      *    Same file PBEB005 rolls BUSDATE by.
       FD  HOL-FILE RECORDING MODE F.
       01  HOL-REC.
           03 HOL-DATE         PIC 9(8).
           03 FILLER           PIC X(72).

      *    the one business-date control record PBEB005 rolls forward
      *    each night. Same layout as PBED005.
       FD  BUS-FILE RECORDING MODE F.
       01  BUS-REC.
           03 BUS-PREV-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-CURR-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-NEXT-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    the branches' listing: every order whose last payment was
      *    refused, saying whether it will be tried again or has been
      *    suspended, every order held suspended, every order that
      *    ran past its end date tonight and every payment PBEP005
      *    never saw, with the night's totals at the bottom.
       FD  SO-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(32).
           03 RPT-HDG-DATE     PIC X(8).
           03 RPT-HDG-LABEL    PIC X(10).
           03 RPT-HDG-BRANCH   PIC 9(3).
           03 RPT-HDG-SLASH    PIC X(1).
           03 RPT-HDG-BATCH    PIC 9(6).
       01  RPT-DETAIL-LINE.
           03 RPT-DET-ACTION   PIC X(10).
           03 RPT-DET-ID       PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-SEQ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-PAYEE    PIC X(20).
           03 FILLER           PIC X(2).
           03 RPT-DET-AMOUNT   PIC Z(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DUE      PIC 9(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-RETRY    PIC Z9.
           03 FILLER           PIC X(2).
           03 RPT-DET-REASON   PIC X(25).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(32).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZ9.

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
      *    05 is the optional-file open of a file that did not exist
      *    yet: no orders, or no posting run so far.
           03 SOM-ST           PIC 9(2).
              88 SOM-SUCCESS            VALUE 00 05 97.
              88 SOM-EOF                VALUE 10.
           03 PST-ST           PIC 9(2).
              88 PST-SUCCESS            VALUE 00 97.
           03 REJ-ST           PIC 9(2).
              88 REJ-SUCCESS            VALUE 00 05 97.
              88 REJ-EOF                VALUE 10.
           03 REG-ST           PIC 9(2).
              88 REG-SUCCESS            VALUE 00 05 97.
              88 REG-EOF                VALUE 10.
           03 PRM-ST           PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 HOL-ST           PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-EOF                VALUE 10.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
      *    default retries when no SORDPARM card is supplied.
           03 WS-RETRY-DAYS    PIC 9(2) VALUE 3.
           03 WS-READ-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-GEN-COUNT     PIC 9(8) VALUE ZERO.
           03 WS-PAID-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-FAILED-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-SUSP-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-HELD-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-ENDED-COUNT   PIC 9(6) VALUE ZERO.
           03 WS-UNPOSTED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-AMT-HASH      PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-ORDER-CHANGED PIC X VALUE 'N'.
              88 WS-ORDER-IS-CHANGED    VALUE 'Y'.
           03 WS-SUSP-TONIGHT  PIC X VALUE 'N'.
              88 WS-IS-SUSP-TONIGHT     VALUE 'Y'.
           03 WS-LIST-ACTION   PIC X(10).
           03 WS-LIST-REASON   PIC X(25).
           03 WS-LIST-DUE      PIC 9(8).
           03 WS-PAY-DATE      PIC 9(8).
           03 WS-MONTH-STEP    PIC 9(2).
           03 WS-MONTH-WORK    PIC 9(2).

      *    the payments go out under a branch of their own and the
      *    next batch number after the last of that branch on
      *    PSTBREG. a batch PBEP005 never applied leaves its number
      *    free, so the next run reuses it, and a payment is known to
      *    have been through PBEP005 exactly when its batch number is
      *    not above the highest one registered.
           03 WS-SO-BRANCH     PIC 9(3) VALUE 998.
           03 WS-SO-BATCH-NO   PIC 9(6) VALUE ZERO.
           03 WS-REG-MAX-BATCH PIC 9(6) VALUE ZERO.

      *    business-day stepping, same fields as PBEB005.
           03 WS-WORK-INT      PIC S9(7).
           03 WS-WORK-DATE     PIC 9(8).
           03 WS-DAY-OF-WEEK   PIC S9(1).
           03 WS-IS-BUSINESS   PIC X.
              88 WS-BUSINESS-DAY         VALUE 'Y'.
           03 WS-HOL-COUNT     PIC 9(4) VALUE ZERO.
           03 WS-HOL-MAX-ENTRIES PIC 9(4) VALUE 400.
           03 WS-HOL-SUB       PIC S9(4) COMP.

      *    last night's rejects of this program's own branch, each
      *    matched to at most one order: the batch, the payment as it
      *    went out and the reason it came back.
       01  WS-SRJ-TABLE.
           03 WS-SRJ-COUNT     PIC S9(4) COMP VALUE ZERO.
           03 WS-SRJ-MAX       PIC S9(4) COMP VALUE 1000.
           03 WS-SRJ-SUB       PIC S9(4) COMP.
           03 WS-SRJ-HIT-SUB   PIC S9(4) COMP.
           03 WS-SRJ-ENTRY OCCURS 1000 TIMES.
              05 WS-SRJ-KEY.
                 10 WS-SRJ-BATCH-NO PIC X(6).
                 10 WS-SRJ-ID       PIC X(5).
                 10 WS-SRJ-DVZ      PIC X(3).
                 10 WS-SRJ-AMOUNT   PIC X(15).
                 10 WS-SRJ-CR-ID    PIC X(5).
                 10 WS-SRJ-CR-DVZ   PIC X(3).
              05 WS-SRJ-REASON   PIC X(25).
              05 WS-SRJ-USED     PIC X.
                 88 WS-SRJ-IS-USED       VALUE 'Y'.
      *    the pending payment under settlement, in the same shape as
      *    a table key.
       01  WS-MATCH-KEY.
           03 WS-MK-BATCH-NO   PIC X(6).
           03 WS-MK-ID         PIC X(5).
           03 WS-MK-DVZ        PIC X(3).
           03 WS-MK-AMOUNT     PIC X(15).
           03 WS-MK-CR-ID      PIC X(5).
           03 WS-MK-CR-DVZ     PIC X(3).

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBE005SO'.
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
           03 FILLER           PIC X(8) VALUE 'PBEA005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 2 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    each order first settles the payment generated for it on
      *    the last run, then goes out again if it is due. the
      *    register and the rejects are taken in before any output is
      *    opened, so a run refused for them leaves nothing behind.
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H140-SCAN-REGISTER.
           PERFORM H150-LOAD-REJECTS.
           PERFORM H100-OPEN-FILES.
           PERFORM H160-LOAD-HOLIDAYS.
           PERFORM H170-READ-PARM-CARD.
           PERFORM H190-INITIALIZE.
           PERFORM H200-PROCESS UNTIL SOM-EOF.
           PERFORM H700-WRITE-TRAILER.
           PERFORM H710-WRITE-TOTALS.
           DISPLAY 'SOMAST READ:         ' WS-READ-COUNT.
           DISPLAY 'PAYMENTS GENERATED:  ' WS-GEN-COUNT.
           DISPLAY 'PAYMENTS MADE:       ' WS-PAID-COUNT.
           DISPLAY 'PAYMENTS REFUSED:    ' WS-FAILED-COUNT.
           DISPLAY 'ORDERS SUSPENDED:    ' WS-SUSP-COUNT.
           IF WS-SUSP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           OPEN I-O    SOM-MASTER.
           OPEN OUTPUT PST-FILE.
           OPEN OUTPUT SO-RPT.
           IF (NOT SOM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SOMAST: ' SOM-ST
           MOVE SOM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT PST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SORDPST: ' PST-ST
           MOVE PST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SORDRPT: ' RPT-ST
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

      *    the highest batch number this program's branch has on the
      *    register; tonight's batch is the next one after it.
       H140-SCAN-REGISTER.
           OPEN INPUT PST-REG.
           IF REG-SUCCESS
               PERFORM H145-READ-REGISTER UNTIL REG-EOF
               CLOSE PST-REG
           END-IF.
           COMPUTE WS-SO-BATCH-NO = WS-REG-MAX-BATCH + 1.
       H140-END. EXIT.

       H145-READ-REGISTER.
           READ PST-REG
               AT END SET REG-EOF TO TRUE
               NOT AT END
                   IF REG-BRANCH = WS-SO-BRANCH
                       AND REG-BATCH-NO > WS-REG-MAX-BATCH
                       MOVE REG-BATCH-NO TO WS-REG-MAX-BATCH
                   END-IF
           END-READ.
       H145-END. EXIT.

      *    only rejects carrying this program's branch are its own;
      *    the branches' rejects are left to the branches. a reject
      *    that could not be held would let its order pass as paid,
      *    so a full table stops the run instead.
       H150-LOAD-REJECTS.
           OPEN INPUT REJ-FILE.
           IF REJ-SUCCESS
               PERFORM H155-READ-REJECT UNTIL REJ-EOF
               CLOSE REJ-FILE
           END-IF.
       H150-END. EXIT.

       H155-READ-REJECT.
           READ REJ-FILE
               AT END SET REJ-EOF TO TRUE
               NOT AT END
                   IF REJ-BRANCH = WS-SO-BRANCH
                       PERFORM H157-STORE-REJECT
                   END-IF
           END-READ.
       H155-END. EXIT.

       H157-STORE-REJECT.
           IF WS-SRJ-COUNT >= WS-SRJ-MAX
               DISPLAY 'WS-SRJ-TABLE FULL AT ' WS-SRJ-MAX
                   ' ENTRIES - PSTREJ NOT SETTLED'
               MOVE 8 TO RETURN-CODE
               PERFORM H990-LOG-RUN-END
               STOP RUN
           END-IF.
           ADD 1 TO WS-SRJ-COUNT.
           MOVE REJ-BATCH-NO TO WS-SRJ-BATCH-NO (WS-SRJ-COUNT).
           MOVE REJ-ID       TO WS-SRJ-ID (WS-SRJ-COUNT).
           MOVE REJ-DVZ      TO WS-SRJ-DVZ (WS-SRJ-COUNT).
           MOVE REJ-AMOUNT   TO WS-SRJ-AMOUNT (WS-SRJ-COUNT).
           MOVE REJ-CR-ID    TO WS-SRJ-CR-ID (WS-SRJ-COUNT).
           MOVE REJ-CR-DVZ   TO WS-SRJ-CR-DVZ (WS-SRJ-COUNT).
           MOVE REJ-REASON   TO WS-SRJ-REASON (WS-SRJ-COUNT).
           MOVE 'N'          TO WS-SRJ-USED (WS-SRJ-COUNT).
       H157-END. EXIT.

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

      *    the retry count comes from an optional one-card file; a
      *    missing or unusable card leaves the default. unlike
      *    PBED005's DORMPARM, zero is a real setting here: suspend
      *    on the first refusal.
       H170-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PRM-SUCCESS
               READ PARM-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-RETRY-DAYS IS NUMERIC
                           MOVE PRM-RETRY-DAYS TO WS-RETRY-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       H170-END. EXIT.

      *    a missing or unusable control record falls back to the
      *    machine date with a warning, so the suite still runs
      *    before BUSDATE is first seeded by PBEB005.
       H185-READ-BUS-DATE.
           OPEN INPUT BUS-FILE.
           IF BUS-SUCCESS
               READ BUS-FILE
                   AT END PERFORM H186-WARN-NO-BUSDATE
                   NOT AT END PERFORM H187-EDIT-BUS-DATE
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

       H187-EDIT-BUS-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF BUS-CURR-DATE IS NUMERIC
               AND BUS-CURR-DATE > ZERO
               MOVE BUS-CURR-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF WS-DATE-IS-OK
               MOVE BUS-CURR-DATE TO WS-RUN-DATE
           ELSE
               PERFORM H186-WARN-NO-BUSDATE
           END-IF.
       H187-END. EXIT.

      *    the batch header goes out even on a night nothing falls
      *    due, so PBEP005 always finds a proper frame behind the
      *    branch work.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'STANDING ORDER EXCEPTIONS' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           MOVE '  BATCH' TO RPT-HDG-LABEL.
           MOVE WS-SO-BRANCH TO RPT-HDG-BRANCH.
           MOVE '/' TO RPT-HDG-SLASH.
           MOVE WS-SO-BATCH-NO TO RPT-HDG-BATCH.
           WRITE RPT-HEADING-LINE.
           MOVE SPACES          TO PST-BATCH-HEADER.
           MOVE 'HDR'           TO PBH-TAG.
           MOVE WS-SO-BRANCH    TO PBH-BRANCH.
           MOVE WS-SO-BATCH-NO  TO PBH-BATCH-NO.
           MOVE WS-RUN-DATE-NUM TO PBH-BUS-DATE.
           WRITE PST-BATCH-HEADER.
       H190-END. EXIT.

       H200-PROCESS.
           READ SOM-MASTER NEXT RECORD
               AT END SET SOM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM H300-JUDGE-ORDER
           END-READ.
       H200-END. EXIT.

      *    the order is rewritten only when tonight changed it.
       H300-JUDGE-ORDER.
           MOVE 'N' TO WS-ORDER-CHANGED.
           MOVE 'N' TO WS-SUSP-TONIGHT.
           IF SOM-PEND-BATCH NOT = ZERO
               PERFORM H400-SETTLE-PAYMENT
           END-IF.
           IF SOM-ACTIVE
               PERFORM H500-SCHEDULE-ORDER
           END-IF.
           IF SOM-SUSPENDED AND NOT WS-IS-SUSP-TONIGHT
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD'          TO WS-LIST-ACTION
               MOVE SOM-SUSP-REASON TO WS-LIST-REASON
               MOVE SOM-NEXT-DUE    TO WS-LIST-DUE
               PERFORM H800-WRITE-LISTING-LINE
           END-IF.
           IF WS-ORDER-IS-CHANGED
               REWRITE SOM-FIELDS
                   INVALID KEY
                       DISPLAY 'UNABLE TO REWRITE SOMAST: ' SOM-ST
                       MOVE SOM-ST TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
               END-REWRITE
           END-IF.
       H300-END. EXIT.

      *    what became of the payment generated on the last run. a
      *    batch PBEP005 never applied is simply generated again; a
      *    payment that came back on PSTREJ failed; anything else was
      *    paid. either way the pending fields are cleared.
       H400-SETTLE-PAYMENT.
           IF SOM-PEND-BATCH > WS-REG-MAX-BATCH
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE 'NOT POSTED' TO WS-LIST-ACTION
               MOVE 'BATCH NOT APPLIED - AGAIN' TO WS-LIST-REASON
               MOVE SOM-PEND-DUE TO WS-LIST-DUE
               PERFORM H800-WRITE-LISTING-LINE
           ELSE
               PERFORM H410-FIND-REJECT
               IF WS-SRJ-HIT-SUB > ZERO
                   PERFORM H420-PAYMENT-FAILED
               ELSE
                   PERFORM H430-PAYMENT-MADE
               END-IF
           END-IF.
           MOVE ZERO TO SOM-PEND-BATCH.
           MOVE ZERO TO SOM-PEND-DATE.
           MOVE ZERO TO SOM-PEND-DUE.
           MOVE ZERO TO SOM-PEND-AMOUNT.
           MOVE ZERO TO SOM-PEND-CR-ID.
           MOVE ZERO TO SOM-PEND-CR-DVZ.
           MOVE 'Y'  TO WS-ORDER-CHANGED.
       H400-END. EXIT.

      *    the payment is looked for exactly as it went out: its
      *    batch, the paying account, the amount and, for a transfer,
      *    the account paid into. each reject answers for one order
      *    only, so two like orders each find their own.
       H410-FIND-REJECT.
           MOVE ZERO            TO WS-SRJ-HIT-SUB.
           MOVE SOM-PEND-BATCH  TO WS-MK-BATCH-NO.
           MOVE SOM-ID          TO WS-MK-ID.
           MOVE SOM-DVZ         TO WS-MK-DVZ.
           MOVE SOM-PEND-AMOUNT TO WS-MK-AMOUNT.
           IF SOM-PEND-CR-ID = ZERO AND SOM-PEND-CR-DVZ = ZERO
               MOVE SPACES          TO WS-MK-CR-ID
               MOVE SPACES          TO WS-MK-CR-DVZ
           ELSE
               MOVE SOM-PEND-CR-ID  TO WS-MK-CR-ID
               MOVE SOM-PEND-CR-DVZ TO WS-MK-CR-DVZ
           END-IF.
           PERFORM H415-MATCH-REJECT
               VARYING WS-SRJ-SUB FROM 1 BY 1
                   UNTIL WS-SRJ-SUB > WS-SRJ-COUNT
                      OR WS-SRJ-HIT-SUB > ZERO.
       H410-END. EXIT.

       H415-MATCH-REJECT.
           IF NOT WS-SRJ-IS-USED (WS-SRJ-SUB)
               AND WS-SRJ-KEY (WS-SRJ-SUB) = WS-MATCH-KEY
               MOVE 'Y' TO WS-SRJ-USED (WS-SRJ-SUB)
               MOVE WS-SRJ-SUB TO WS-SRJ-HIT-SUB
           END-IF.
       H415-END. EXIT.

      *    a payment refused for want of funds is tried again on the
      *    following business days, the due date left where it was,
      *    until it has been refused more times than SORDPARM allows.
      *    any other refusal (account closed, payee gone) will not
      *    mend itself, so the order is suspended at once. an order
      *    the branch has held or cancelled since is only listed.
       H420-PAYMENT-FAILED.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE WS-SRJ-REASON (WS-SRJ-HIT-SUB) TO WS-LIST-REASON.
           MOVE SOM-PEND-DUE TO WS-LIST-DUE.
           IF SOM-ACTIVE
               IF WS-SRJ-REASON (WS-SRJ-HIT-SUB)
                   = 'INSUFFICIENT BALANCE'
                   ADD 1 TO SOM-RETRY-COUNT
               ELSE
                   COMPUTE SOM-RETRY-COUNT = WS-RETRY-DAYS + 1
               END-IF
               IF SOM-RETRY-COUNT > WS-RETRY-DAYS
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE 'Y' TO WS-SUSP-TONIGHT
                   MOVE 'S' TO SOM-STATUS
                   MOVE WS-SRJ-REASON (WS-SRJ-HIT-SUB)
                       TO SOM-SUSP-REASON
                   MOVE 'SUSPENDED' TO WS-LIST-ACTION
               ELSE
                   MOVE 'RETRY' TO WS-LIST-ACTION
               END-IF
           ELSE
               MOVE 'FAILED' TO WS-LIST-ACTION
           END-IF.
           PERFORM H800-WRITE-LISTING-LINE.
       H420-END. EXIT.

      *    a paid order moves on to its next date, unless a change
      *    since the payment went out has already moved the schedule
      *    itself. past the end date the order has run its course.
       H430-PAYMENT-MADE.
           ADD 1 TO WS-PAID-COUNT.
           MOVE SOM-PEND-DATE TO SOM-LAST-PAID.
           MOVE ZERO TO SOM-RETRY-COUNT.
           IF SOM-NEXT-DUE = SOM-PEND-DUE
               PERFORM H600-ADVANCE-DUE-DATE
           END-IF.
           IF (SOM-ACTIVE OR SOM-SUSPENDED)
               PERFORM H440-CHECK-END-DATE
           END-IF.
       H430-END. EXIT.

       H440-CHECK-END-DATE.
           IF SOM-END-DATE NOT = ZERO
               AND SOM-NEXT-DUE > SOM-END-DATE
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'E' TO SOM-STATUS
               MOVE 'Y' TO WS-ORDER-CHANGED
               MOVE 'ENDED'        TO WS-LIST-ACTION
               MOVE SPACES         TO WS-LIST-REASON
               MOVE SOM-END-DATE   TO WS-LIST-DUE
               PERFORM H800-WRITE-LISTING-LINE
           END-IF.
       H440-END. EXIT.

      *    a due date on a weekend or a HOLCAL holiday is paid on the
      *    next business day, stepped forward the way PBEU005 steps a
      *    maturity date. the schedule itself keeps the unmoved date,
      *    so the next payment falls on its own day again. a night
      *    that was missed is caught up: anything due on or before
      *    the run date goes out, value-dated the run date.
       H500-SCHEDULE-ORDER.
           PERFORM H440-CHECK-END-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF SOM-ACTIVE AND SOM-NEXT-DUE IS NUMERIC
               MOVE SOM-NEXT-DUE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
               IF NOT WS-DATE-IS-OK
                   DISPLAY 'SOMAST BAD NEXT DUE DATE: ' SOM-ID ' '
                       SOM-DVZ ' ' SOM-SEQ ' ' SOM-NEXT-DUE
               END-IF
           END-IF.
           IF SOM-ACTIVE AND WS-DATE-IS-OK
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (SOM-NEXT-DUE)
               MOVE 'N' TO WS-IS-BUSINESS
               PERFORM H520-STEP-FORWARD UNTIL WS-BUSINESS-DAY
               MOVE WS-WORK-DATE TO WS-PAY-DATE
               IF WS-PAY-DATE NOT > WS-RUN-DATE-NUM
                   PERFORM H510-GENERATE-PAYMENT
               END-IF
           END-IF.
       H500-END. EXIT.

      *    the payment goes out on the order's terms as they stand
      *    tonight, and those terms are kept beside it so the next
      *    run settles it on what was actually sent.
       H510-GENERATE-PAYMENT.
           MOVE SPACES          TO PST-REC.
           MOVE SOM-ID          TO PST-ID.
           MOVE SOM-DVZ         TO PST-DVZ.
           IF SOM-CR-ID = ZERO AND SOM-CR-DVZ = ZERO
               MOVE 'D'             TO PST-DC
           ELSE
               MOVE 'T'             TO PST-DC
               MOVE SOM-CR-ID       TO PST-CR-ID
               MOVE SOM-CR-DVZ      TO PST-CR-DVZ
           END-IF.
           MOVE SOM-AMOUNT      TO PST-AMOUNT.
           MOVE WS-RUN-DATE     TO PST-VALUE-DATE.
           WRITE PST-REC.
           ADD 1 TO WS-GEN-COUNT.
           ADD SOM-AMOUNT TO WS-AMT-HASH.
           MOVE WS-SO-BATCH-NO  TO SOM-PEND-BATCH.
           MOVE WS-RUN-DATE-NUM TO SOM-PEND-DATE.
           MOVE SOM-NEXT-DUE    TO SOM-PEND-DUE.
           MOVE SOM-AMOUNT      TO SOM-PEND-AMOUNT.
           MOVE SOM-CR-ID       TO SOM-PEND-CR-ID.
           MOVE SOM-CR-DVZ      TO SOM-PEND-CR-DVZ.
           MOVE 'Y'             TO WS-ORDER-CHANGED.
       H510-END. EXIT.

       H520-STEP-FORWARD.
           PERFORM H530-TEST-BUSINESS-DAY.
           IF NOT WS-BUSINESS-DAY
               ADD 1 TO WS-WORK-INT
           END-IF.
       H520-END. EXIT.

      *    day 1 of the integer calendar is a Monday, so remainder 6
      *    is Saturday and remainder 0 is Sunday. Same test as
      *    PBEB005.
       H530-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM (WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE 'N' TO WS-IS-BUSINESS
           ELSE
               PERFORM H540-CHECK-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
           END-IF.
       H530-END. EXIT.

       H540-CHECK-HOLIDAY.
           IF WS-HOL-ENTRY (WS-HOL-SUB) = WS-WORK-DATE
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF.
       H540-END. EXIT.

      *    a weekly order moves on seven days. the others move on
      *    whole months and land on the order's own day of the month,
      *    cut back to the last day of a month too short for it.
       H600-ADVANCE-DUE-DATE.
           EVALUATE TRUE
               WHEN SOM-WEEKLY
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (SOM-NEXT-DUE) + 7
                   COMPUTE SOM-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               WHEN SOM-MONTHLY
                   MOVE 1 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
               WHEN SOM-QUARTERLY
                   MOVE 3 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
           END-EVALUATE.
       H600-END. EXIT.

       H610-ADD-MONTHS.
           MOVE SOM-NEXT-DUE TO WS-DATE-NUM.
           COMPUTE WS-MONTH-WORK = WS-DC-MM + WS-MONTH-STEP.
           IF WS-MONTH-WORK > 12
               SUBTRACT 12 FROM WS-MONTH-WORK
               ADD 1 TO WS-DC-CCYY
           END-IF.
           MOVE WS-MONTH-WORK  TO WS-DC-MM.
           MOVE SOM-ANCHOR-DAY TO WS-DC-DD.
           PERFORM VALIDATE-DATE.
           IF NOT WS-DATE-IS-OK
               MOVE WS-MAX-DAY TO WS-DC-DD
           END-IF.
           MOVE WS-DATE-NUM TO SOM-NEXT-DUE.
       H610-END. EXIT.

      *    validate an 8-digit CCYYMMDD date held in WS-DATE-NUM;
      *    sets WS-DATE-OK to 'Y' or 'N'. Same logic as PBEG005's
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

      *    the trailer's count and hash prove the batch to PBEP005
      *    exactly as a branch trailer does.
       H700-WRITE-TRAILER.
           MOVE SPACES        TO PST-BATCH-TRAILER.
           MOVE 'TRL'         TO PBT-TAG.
           MOVE WS-GEN-COUNT  TO PBT-COUNT.
           MOVE WS-AMT-HASH   TO PBT-HASH.
           WRITE PST-BATCH-TRAILER.
       H700-END. EXIT.

       H710-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'ORDERS READ' TO RPT-TOT-TEXT.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'PAYMENTS GENERATED TONIGHT' TO RPT-TOT-TEXT.
           MOVE WS-GEN-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LAST RUN PAYMENTS MADE' TO RPT-TOT-TEXT.
           MOVE WS-PAID-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LAST RUN PAYMENTS REFUSED' TO RPT-TOT-TEXT.
           MOVE WS-FAILED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'LAST RUN PAYMENTS NOT POSTED' TO RPT-TOT-TEXT.
           MOVE WS-UNPOSTED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'ORDERS SUSPENDED TONIGHT' TO RPT-TOT-TEXT.
           MOVE WS-SUSP-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'ORDERS STILL HELD' TO RPT-TOT-TEXT.
           MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'ORDERS ENDED' TO RPT-TOT-TEXT.
           MOVE WS-ENDED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
       H710-END. EXIT.

      *    the caller has set the action, reason and date columns.
       H800-WRITE-LISTING-LINE.
           MOVE SPACES          TO RPT-DETAIL-LINE.
           MOVE WS-LIST-ACTION  TO RPT-DET-ACTION.
           MOVE SOM-ID          TO RPT-DET-ID.
           MOVE SOM-DVZ         TO RPT-DET-DVZ.
           MOVE SOM-SEQ         TO RPT-DET-SEQ.
           MOVE SOM-PAYEE       TO RPT-DET-PAYEE.
           MOVE SOM-AMOUNT      TO RPT-DET-AMOUNT.
           MOVE WS-LIST-DUE     TO RPT-DET-DUE.
           MOVE SOM-RETRY-COUNT TO RPT-DET-RETRY.
           MOVE WS-LIST-REASON  TO RPT-DET-REASON.
           WRITE RPT-DETAIL-LINE.
       H800-END. EXIT.

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
               MOVE 'GENERATED' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-GEN-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'FAILED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-FAILED-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'SUSPENDED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-SUSP-COUNT
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

      *    STOP RUN here so an OPEN failure halts the job instead of
      *    resuming against files that are no longer open. Same
      *    convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE SOM-MASTER.
           CLOSE PST-FILE.
           CLOSE SO-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
