       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEV005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT RATE-MASTER ASSIGN RATEIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY RTM-KEY
                             STATUS RTM-ST.
      *    one record per currency per month-end revaluation: the
      *    balance revalued, the rate used and the reporting-currency
      *    value the position is carried at until the next month-end.
      *    OPTIONAL so the first revaluation creates it.
           SELECT OPTIONAL RVH-FILE
                             ASSIGN TO REVALHST
                             STATUS RVH-ST.
      *    the revaluation entries are appended to the night's journal
      *    as a section of their own with its own trailer, so the
      *    journal PBEJ005 already released is left as it was.
           SELECT OPTIONAL JRN-FILE
                             ASSIGN TO GLJRNL
                             STATUS JRN-ST.
      *    cumulative GL history PBEJ005 posts each proved night to;
      *    the trial balance is drawn from it.
           SELECT OPTIONAL GLH-FILE
                             ASSIGN TO GLHIST
                             STATUS GLH-ST.
           SELECT REV-RPT    ASSIGN TO REVALRPT
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
       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID        PIC S9(05)  COMP-3.
              05 IDX-DVZ       PIC S9(03)  COMP.
           03 IDX-NAME         PIC X(30).
           03 IDX-DATE         PIC S9(7)  COMP-3.
           03 IDX-BALLANCE     PIC S9(15) COMP-3.
      *    account status and the date of the last customer-initiated
      *    movement. Same layout as PBED005.
           03 IDX-STATUS       PIC X(1).
              88 IDX-ACTIVE             VALUE 'A' ' '.
              88 IDX-DORMANT            VALUE 'D'.
              88 IDX-CLOSED             VALUE 'C'.
           03 IDX-ACT-DATE     PIC S9(7)  COMP-3.

      *    effective-dated rate master maintained by PBER005; the
      *    month-end rate per currency is the record in effect on the
      *    run date. Same selection as PBEC005.
       FD  RATE-MASTER.
       01  RTM-FIELDS.
           05  RTM-KEY.
               10  RTM-DVZ        PIC 9(3).
               10  RTM-EFF-DATE   PIC 9(8).
           05  RTM-RATE           PIC S9(3)V9(4).
           05  RTM-NAME           PIC X(10).
           05  RTM-USD-RATE       PIC S9(5)V9(4).
           05  RTM-DEBIT-RATE     PIC S9(3)V9(4).

       FD  RVH-FILE RECORDING MODE F.
       01  RVH-REC.
           03 RVH-DVZ          PIC 9(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 RVH-DATE         PIC 9(8).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 RVH-BALANCE      PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 RVH-RATE         PIC 9(5)V9(4).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 RVH-USD-VALUE    PIC X(15).

      *    same layout PBEJ005 writes: a revaluation lands as a debit
      *    record and a matching credit record in the reporting
      *    currency with source RVL, and the section closes with a
      *    TRL record that must prove to zero.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-TAG          PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-GL-ACCOUNT   PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-DVZ          PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-DC           PIC X(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-AMOUNT       PIC X(15).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-DATE         PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRN-SOURCE       PIC X(3).
           03 FILLER           PIC X(19) VALUE SPACES.
       01  JRN-TRAILER.
           03 JRT-TAG          PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRT-DR-TOTAL     PIC -(16)9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRT-CR-TOTAL     PIC -(16)9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRT-DIFFERENCE   PIC -(16)9.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRT-STATUS       PIC X(10).

      *    every DET record of every released journal. Same layout as
      *    PBEJ005.
       FD  GLH-FILE RECORDING MODE F.
       01  GLH-REC.
           03 GLH-TAG          PIC X(3).
           03 FILLER           PIC X(2).
           03 GLH-GL-ACCOUNT   PIC X(8).
           03 FILLER           PIC X(2).
           03 GLH-DVZ          PIC X(3).
           03 FILLER           PIC X(2).
           03 GLH-DC           PIC X(1).
           03 FILLER           PIC X(2).
           03 GLH-AMOUNT       PIC X(15).
           03 FILLER           PIC X(2).
           03 GLH-DATE         PIC X(8).
           03 FILLER           PIC X(2).
           03 GLH-SOURCE       PIC X(3).
           03 FILLER           PIC X(19).

      *    the one business-date control record PBEB005 rolls forward
      *    each night. the next business date on it is what tells
      *    the run it is sitting on the last business day of a month.
       FD  BUS-FILE RECORDING MODE F.
       01  BUS-REC.
           03 BUS-PREV-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-CURR-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-NEXT-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    the revaluation, one line per currency, then the month's
      *    trial balance per GL account and currency with its proof.
       FD  REV-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(40).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-REVAL-LINE.
           03 RVL-DVZ          PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RVL-NAME         PIC X(10).
           03 RVL-BALANCE      PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RVL-PREV-RATE    PIC ZZZZ9.9999.
           03 FILLER           PIC X(2).
           03 RVL-NEW-RATE     PIC ZZZZ9.9999.
           03 RVL-CARRIED      PIC -(14)9.
           03 RVL-REVALUED     PIC -(14)9.
           03 RVL-DIFFERENCE   PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RVL-NOTE         PIC X(14).
       01  RPT-TB-LINE.
           03 TBL-ACCOUNT      PIC X(8).
           03 FILLER           PIC X(2).
           03 TBL-DVZ          PIC X(3).
           03 FILLER           PIC X(2).
           03 TBL-DEBIT        PIC -(16)9.
           03 FILLER           PIC X(2).
           03 TBL-CREDIT       PIC -(16)9.
           03 FILLER           PIC X(2).
           03 TBL-NET          PIC -(16)9.
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(40).
           03 RPT-TOT-AMOUNT   PIC -(16)9.

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
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 RTM-ST           PIC 9(2).
              88 RTM-SUCCESS            VALUE 00 97.
              88 RTM-EOF                VALUE 10.
      *    05 is the optional-file open of a file that did not exist
      *    yet, which is normal the first time each one is used.
           03 RVH-ST           PIC 9(2).
              88 RVH-SUCCESS            VALUE 00 05 97.
              88 RVH-EOF                VALUE 10.
           03 JRN-ST           PIC 9(2).
              88 JRN-SUCCESS            VALUE 00 05 97.
           03 GLH-ST           PIC 9(2).
              88 GLH-SUCCESS            VALUE 00 05 97.
              88 GLH-EOF                VALUE 10.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-NEXT-DATE-NUM PIC 9(8) VALUE ZERO.
           03 WS-RUN-MONTH     PIC 9(6).
           03 WS-NEXT-MONTH    PIC 9(6).
           03 WS-READ-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-ENTRY-COUNT   PIC 9(8) VALUE ZERO.
           03 WS-GLH-COUNT     PIC 9(8) VALUE ZERO.

      *    the revaluation is booked in the reporting currency the
      *    RATEIDX USD rates price into; 840 is the US dollar.
           03 WS-RPT-DVZ       PIC X(3) VALUE '840'.
           03 WS-ABS-AMOUNT    PIC S9(15) COMP-3.
           03 WS-AMOUNT        PIC S9(17) COMP-3.
           03 WS-BAL-EDIT      PIC -(14)9.
           03 WS-TOT-DR        PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-TOT-CR        PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-DIFFERENCE    PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-TOT-REVAL     PIC S9(17) COMP-3 VALUE ZERO.

      *    one entry per currency: the month-end rate from RATEIDX,
      *    the rate the position was carried at by the previous
      *    revaluation on REVALHST, and the IDX-FILE total. a
      *    currency held on IDX-FILE with no rate on file still gets
      *    an entry so it shows on the listing as not revalued.
           03 WS-REV-TABLE.
              05 WS-REV-ENTRY OCCURS 20 TIMES.
                 10 WS-RV-DVZ        PIC S9(3) COMP.
                 10 WS-RV-NAME       PIC X(10).
                 10 WS-RV-HAS-RATE   PIC X.
                    88 WS-RV-RATE-FOUND      VALUE 'Y'.
                 10 WS-RV-RATE       PIC S9(5)V9(4) COMP-3.
                 10 WS-RV-EFF-DATE   PIC 9(8).
                 10 WS-RV-HAS-PREV   PIC X.
                    88 WS-RV-PREV-FOUND      VALUE 'Y'.
                 10 WS-RV-PREV-RATE  PIC S9(5)V9(4) COMP-3.
                 10 WS-RV-PREV-DATE  PIC 9(8).
                 10 WS-RV-BALANCE    PIC S9(15) COMP-3.
                 10 WS-RV-CARRIED    PIC S9(15) COMP-3.
                 10 WS-RV-REVALUED   PIC S9(15) COMP-3.
                 10 WS-RV-DIFF       PIC S9(15) COMP-3.
           03 WS-RATE-SUB      PIC S9(4) COMP.
           03 WS-RATE-HIT-SUB  PIC S9(4) COMP.
           03 WS-FIND-DVZ      PIC S9(3) COMP.

      *    the trial balance: one entry per GL account and currency
      *    with the month's debits and credits, and one entry per
      *    currency for the proof that each currency's journal is in
      *    balance on its own.
           03 WS-TB-COUNT      PIC S9(4) COMP VALUE ZERO.
           03 WS-TB-MAX        PIC S9(4) COMP VALUE 100.
           03 WS-TB-SUB        PIC S9(4) COMP.
           03 WS-TB-HIT-SUB    PIC S9(4) COMP.
           03 WS-TB-TABLE.
              05 WS-TB-ENTRY OCCURS 100 TIMES.
                 10 WS-TB-ACCOUNT    PIC X(8).
                 10 WS-TB-DVZ        PIC X(3).
                 10 WS-TB-DR         PIC S9(17) COMP-3.
                 10 WS-TB-CR         PIC S9(17) COMP-3.
                 10 WS-TB-PRINTED    PIC X.
                    88 WS-TB-IS-PRINTED      VALUE 'Y'.
           03 WS-TBC-COUNT     PIC S9(4) COMP VALUE ZERO.
           03 WS-TBC-SUB       PIC S9(4) COMP.
           03 WS-TBC-HIT-SUB   PIC S9(4) COMP.
           03 WS-TBC-TABLE.
              05 WS-TBC-ENTRY OCCURS 20 TIMES.
                 10 WS-TBC-DVZ       PIC X(3).
                 10 WS-TBC-DR        PIC S9(17) COMP-3.
                 10 WS-TBC-CR        PIC S9(17) COMP-3.
           03 WS-TB-GRAND-DR   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-TB-GRAND-CR   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-TB-OVERFLOW   PIC X VALUE 'N'.
              88 WS-TB-HAS-OVERFLOW      VALUE 'Y'.
           03 WS-REVAL-BOOKED  PIC X VALUE 'N'.
              88 WS-REVAL-IS-BOOKED      VALUE 'Y'.
           03 WS-OUT-OF-PROOF  PIC X VALUE 'N'.
              88 WS-IS-OUT-OF-PROOF      VALUE 'Y'.
           03 WS-ACCT-FOUND    PIC X.
              88 WS-ACCT-IS-FOUND        VALUE 'Y'.

      *    every GL account PBEJ005 books to, plus the two the
      *    revaluation books to; each is listed on the trial balance
      *    even in a month it had no activity.
       01  WS-GL-ACCOUNT-VALUES.
           05  FILLER             PIC X(8) VALUE 'CASH'.
           05  FILLER             PIC X(8) VALUE 'CUSTLIAB'.
           05  FILLER             PIC X(8) VALUE 'INTEXP'.
           05  FILLER             PIC X(8) VALUE 'XFRCLR'.
           05  FILLER             PIC X(8) VALUE 'FXCONV'.
           05  FILLER             PIC X(8) VALUE 'TDLIAB'.
           05  FILLER             PIC X(8) VALUE 'FEEINC'.
           05  FILLER             PIC X(8) VALUE 'SOPCLR'.
           05  FILLER             PIC X(8) VALUE 'FXREVPL'.
           05  FILLER             PIC X(8) VALUE 'FXREVADJ'.
       01  WS-GL-ACCOUNT-TABLE REDEFINES WS-GL-ACCOUNT-VALUES.
           05  WS-GL-ACCOUNT      OCCURS 10 TIMES PIC X(8).
       01  WS-GL-WORK-AREA.
           05  WS-GL-SUB          PIC S9(4) COMP.
           05  WS-GL-MAX          PIC S9(4) COMP VALUE 10.

      *    scratch area for validating an 8-digit CCYYMMDD date. Same
      *    convention as PBEG005's VALIDATE-DATE.
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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEV005'.
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
           03 FILLER           PIC X(8) VALUE 'PBEJ005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 2 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    the revaluation is booked first so the trial balance that
      *    follows already carries it; the month is only closed when
      *    that trial balance proves to zero in every currency. a
      *    rerun after a month that failed its proof finds the
      *    revaluation already booked and only proves the month again.
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H190-INITIALIZE.
           PERFORM H170-CHECK-MONTH-END.
           PERFORM H150-LOAD-RATE-TABLE.
           PERFORM H172-LOAD-REVAL-HISTORY.
           IF WS-REVAL-IS-BOOKED
               PERFORM H260-NOTE-ALREADY-BOOKED
           ELSE
               PERFORM H250-BOOK-REVALUATION
           END-IF.
           PERFORM H600-TRIAL-BALANCE.
           PERFORM H700-PROVE-TRIAL-BALANCE.
           DISPLAY 'ACCOUNTS READ:          ' WS-READ-COUNT.
           DISPLAY 'REVALUATION ENTRIES:    ' WS-ENTRY-COUNT.
           DISPLAY 'GLHIST ENTRIES IN MONTH:' WS-GLH-COUNT.
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

      *    the history and journal files are only opened once the run
      *    knows it is going ahead, so a night that is not the
      *    month-end leaves them untouched.
       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT REV-RPT.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN REVALRPT: ' RPT-ST
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

      *    the month-end is the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM (1:6) TO WS-RUN-MONTH.
       H190-END. EXIT.

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

      *    the next business date is kept as well: it is what marks
      *    the run date as the last business day of its month. Same
      *    edit as PBEF005.
       H187-EDIT-BUS-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF BUS-CURR-DATE IS NUMERIC
               AND BUS-CURR-DATE > ZERO
               MOVE BUS-CURR-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF WS-DATE-IS-OK
               MOVE BUS-CURR-DATE TO WS-RUN-DATE
               MOVE 'N' TO WS-DATE-OK
               IF BUS-NEXT-DATE IS NUMERIC
                   AND BUS-NEXT-DATE > ZERO
                   MOVE BUS-NEXT-DATE TO WS-DATE-NUM
                   PERFORM VALIDATE-DATE
               END-IF
               IF WS-DATE-IS-OK
                   MOVE BUS-NEXT-DATE TO WS-NEXT-DATE-NUM
               END-IF
           ELSE
               PERFORM H186-WARN-NO-BUSDATE
           END-IF.
       H187-END. EXIT.

      *    revaluation is a month-end process: any other night the
      *    run ends cleanly having touched nothing. without a usable
      *    next business date the next calendar day stands in for
      *    it. Same test as PBEF005.
       H170-CHECK-MONTH-END.
           IF WS-NEXT-DATE-NUM = ZERO
               COMPUTE WS-NEXT-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) + 1)
           END-IF.
           MOVE WS-NEXT-DATE-NUM (1:6) TO WS-NEXT-MONTH.
           IF WS-RUN-MONTH = WS-NEXT-MONTH
               DISPLAY 'RUN DATE ' WS-RUN-DATE
                   ' IS NOT THE MONTH-END BUSINESS DATE'
                   ' - NO REVALUATION RUN'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.

      *    month-end rate per currency from the effective-dated rate
      *    master: the record with the latest effective date on or
      *    before the run date wins. Same selection as PBEC005.
       H150-LOAD-RATE-TABLE.
           PERFORM H151-CLEAR-REV-ENTRY
               VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 20.
           OPEN INPUT RATE-MASTER.
           IF (NOT RTM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RATEIDX: ' RTM-ST
           MOVE RTM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H152-READ-RATE-RECORD.
           PERFORM H153-APPLY-RATE-RECORD UNTIL RTM-EOF.
           CLOSE RATE-MASTER.
       H150-END. EXIT.

       H151-CLEAR-REV-ENTRY.
           MOVE ZERO   TO WS-RV-DVZ       (WS-RATE-SUB).
           MOVE SPACES TO WS-RV-NAME      (WS-RATE-SUB).
           MOVE 'N'    TO WS-RV-HAS-RATE  (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-RATE      (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-EFF-DATE  (WS-RATE-SUB).
           MOVE 'N'    TO WS-RV-HAS-PREV  (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-PREV-RATE (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-PREV-DATE (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-BALANCE   (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-CARRIED   (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-REVALUED  (WS-RATE-SUB).
           MOVE ZERO   TO WS-RV-DIFF      (WS-RATE-SUB).
       H151-END. EXIT.

       H152-READ-RATE-RECORD.
           READ RATE-MASTER NEXT RECORD
               AT END SET RTM-EOF TO TRUE
           END-READ.
       H152-END. EXIT.

      *    the master streams past in (currency, effective date) key
      *    order, so within a currency each qualifying record simply
      *    supersedes the one before it. a record whose effective
      *    date will not validate is warned and ignored.
       H153-APPLY-RATE-RECORD.
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
               MOVE RTM-DVZ TO WS-FIND-DVZ
               PERFORM H154-FIND-REV-SLOT
               IF WS-RATE-HIT-SUB > ZERO
                   MOVE RTM-DVZ
                       TO WS-RV-DVZ      (WS-RATE-HIT-SUB)
                   MOVE RTM-NAME
                       TO WS-RV-NAME     (WS-RATE-HIT-SUB)
                   MOVE 'Y'
                       TO WS-RV-HAS-RATE (WS-RATE-HIT-SUB)
                   MOVE RTM-USD-RATE
                       TO WS-RV-RATE     (WS-RATE-HIT-SUB)
                   MOVE RTM-EFF-DATE
                       TO WS-RV-EFF-DATE (WS-RATE-HIT-SUB)
               ELSE
                   DISPLAY 'WS-REV-TABLE FULL AT 20 ENTRIES'
                       ' - CURRENCY ' RTM-DVZ ' IGNORED'
               END-IF
           END-IF
           END-IF.
           PERFORM H152-READ-RATE-RECORD.
       H153-END. EXIT.

      *    the slot already holding WS-FIND-DVZ, else the first free
      *    one, else zero when the table is full.
       H154-FIND-REV-SLOT.
           MOVE ZERO TO WS-RATE-HIT-SUB.
           PERFORM H154A-SCAN-REV-SLOT
               VARYING WS-RATE-SUB FROM 20 BY -1
                   UNTIL WS-RATE-SUB < 1.
       H154-END. EXIT.

       H154A-SCAN-REV-SLOT.
           IF WS-RV-DVZ (WS-RATE-SUB) = WS-FIND-DVZ
               OR WS-RV-DVZ (WS-RATE-SUB) = ZERO
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.
       H154A-END. EXIT.

      *    the rate each currency was carried at is the one the latest
      *    earlier revaluation used; the history is appended in date
      *    order, so a later record supersedes an earlier one. a
      *    revaluation already on file for this month-end is not
      *    booked again, so the gain or loss is never booked twice.
       H172-LOAD-REVAL-HISTORY.
           OPEN INPUT RVH-FILE.
           IF RVH-SUCCESS
               PERFORM H173-READ-REVAL-HISTORY UNTIL RVH-EOF
           END-IF.
           CLOSE RVH-FILE.
       H172-END. EXIT.

       H173-READ-REVAL-HISTORY.
           READ RVH-FILE
               AT END SET RVH-EOF TO TRUE
               NOT AT END
                   IF RVH-DATE = WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-REVAL-BOOKED
                   END-IF
                   IF RVH-DVZ IS NUMERIC
                       AND RVH-RATE IS NUMERIC
                       AND RVH-DATE < WS-RUN-DATE-NUM
                       PERFORM H174-APPLY-REVAL-HISTORY
                   END-IF
           END-READ.
       H173-END. EXIT.

       H174-APPLY-REVAL-HISTORY.
           MOVE ZERO TO WS-RATE-HIT-SUB.
           PERFORM H175-SCAN-REV-DVZ
               VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 20.
           IF WS-RATE-HIT-SUB > ZERO
               MOVE 'Y'      TO WS-RV-HAS-PREV  (WS-RATE-HIT-SUB)
               MOVE RVH-RATE TO WS-RV-PREV-RATE (WS-RATE-HIT-SUB)
               MOVE RVH-DATE TO WS-RV-PREV-DATE (WS-RATE-HIT-SUB)
           END-IF.
       H174-END. EXIT.

       H175-SCAN-REV-DVZ.
           IF WS-RV-DVZ (WS-RATE-SUB) = RVH-DVZ
               AND WS-RV-RATE-FOUND (WS-RATE-SUB)
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.
       H175-END. EXIT.

      *    every account counts toward its currency's position,
      *    closed ones included: their balance is still owed.
       H200-TOTAL-BALANCES.
           READ IDX-FILE NEXT RECORD
               AT END SET IDX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE IDX-DVZ TO WS-FIND-DVZ
                   PERFORM H154-FIND-REV-SLOT
                   IF WS-RATE-HIT-SUB > ZERO
                       MOVE IDX-DVZ TO WS-RV-DVZ (WS-RATE-HIT-SUB)
                       ADD IDX-BALLANCE
                           TO WS-RV-BALANCE (WS-RATE-HIT-SUB)
                   ELSE
                       DISPLAY 'WS-REV-TABLE FULL AT 20 ENTRIES'
                           ' - CURRENCY ' IDX-DVZ ' NOT TOTALLED'
                       MOVE 'Y' TO WS-OUT-OF-PROOF
                   END-IF
           END-READ.
       H200-END. EXIT.

      *    the history record for a currency is written with its
      *    journal entries, so a month-end found on REVALHST has had
      *    its gain or loss booked to GLHIST already.
       H250-BOOK-REVALUATION.
           PERFORM H200-TOTAL-BALANCES UNTIL IDX-EOF.
           PERFORM H180-OPEN-OUTPUTS.
           PERFORM H300-REVALUE-CURRENCY
               VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > 20.
           PERFORM H400-TRAIL-JOURNAL.
       H250-END. EXIT.

       H260-NOTE-ALREADY-BOOKED.
           DISPLAY 'REVALUATION ALREADY BOOKED FOR ' WS-RUN-DATE
               ' - TRIAL BALANCE ONLY'.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'REVALUATION ALREADY BOOKED' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
       H260-END. EXIT.

       H180-OPEN-OUTPUTS.
           OPEN EXTEND RVH-FILE.
           OPEN EXTEND JRN-FILE.
           OPEN EXTEND GLH-FILE.
           IF (NOT RVH-SUCCESS)
           DISPLAY 'UNABLE TO OPEN REVALHST: ' RVH-ST
           MOVE RVH-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT JRN-SUCCESS)
           DISPLAY 'UNABLE TO OPEN GLJRNL: ' JRN-ST
           MOVE JRN-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT GLH-SUCCESS)
           DISPLAY 'UNABLE TO OPEN GLHIST: ' GLH-ST
           MOVE GLH-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'MONTH-END FOREIGN CURRENCY REVALUATION'
               TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
       H180-END. EXIT.

      *    the position is carried at the rate of the previous
      *    revaluation, so the value carried for today's balance is
      *    that balance at the old rate and the unrealised gain or
      *    loss is the same balance at the month-end rate less that.
      *    a currency revalued for the first time has nothing carried
      *    to compare against: its value is set as the base for next
      *    month and nothing is booked. a positive difference means
      *    the customers' money is worth more in the reporting
      *    currency, which is a loss to the bank.
       H300-REVALUE-CURRENCY.
           IF WS-RV-DVZ (WS-RATE-SUB) NOT = ZERO
               MOVE SPACES TO RPT-REVAL-LINE
               MOVE WS-RV-DVZ (WS-RATE-SUB)     TO RVL-DVZ
               MOVE WS-RV-NAME (WS-RATE-SUB)    TO RVL-NAME
               MOVE WS-RV-BALANCE (WS-RATE-SUB) TO RVL-BALANCE
               IF NOT WS-RV-RATE-FOUND (WS-RATE-SUB)
                   MOVE 'NO RATE - SKIP' TO RVL-NOTE
                   MOVE 'Y' TO WS-OUT-OF-PROOF
                   DISPLAY 'NO RATEIDX RATE FOR CURRENCY '
                       RVL-DVZ ' - NOT REVALUED'
               ELSE
                   COMPUTE WS-RV-REVALUED (WS-RATE-SUB) =
                       FUNCTION INTEGER
                       (WS-RV-BALANCE (WS-RATE-SUB)
                        * WS-RV-RATE (WS-RATE-SUB))
                   IF WS-RV-PREV-FOUND (WS-RATE-SUB)
                       COMPUTE WS-RV-CARRIED (WS-RATE-SUB) =
                           FUNCTION INTEGER
                           (WS-RV-BALANCE (WS-RATE-SUB)
                            * WS-RV-PREV-RATE (WS-RATE-SUB))
                       MOVE WS-RV-PREV-RATE (WS-RATE-SUB)
                           TO RVL-PREV-RATE
                   ELSE
                       MOVE WS-RV-REVALUED (WS-RATE-SUB)
                           TO WS-RV-CARRIED (WS-RATE-SUB)
                       MOVE 'BASE SET' TO RVL-NOTE
                   END-IF
                   COMPUTE WS-RV-DIFF (WS-RATE-SUB) =
                       WS-RV-REVALUED (WS-RATE-SUB)
                       - WS-RV-CARRIED (WS-RATE-SUB)
                   ADD WS-RV-DIFF (WS-RATE-SUB) TO WS-TOT-REVAL
                   MOVE WS-RV-RATE (WS-RATE-SUB)     TO RVL-NEW-RATE
                   MOVE WS-RV-CARRIED (WS-RATE-SUB)  TO RVL-CARRIED
                   MOVE WS-RV-REVALUED (WS-RATE-SUB) TO RVL-REVALUED
                   MOVE WS-RV-DIFF (WS-RATE-SUB)     TO RVL-DIFFERENCE
                   IF WS-RV-DIFF (WS-RATE-SUB) > ZERO
                       MOVE WS-RV-DIFF (WS-RATE-SUB) TO WS-ABS-AMOUNT
                       PERFORM H310-BOOK-REVAL-LOSS
                   ELSE
                       IF WS-RV-DIFF (WS-RATE-SUB) < ZERO
                           COMPUTE WS-ABS-AMOUNT =
                               ZERO - WS-RV-DIFF (WS-RATE-SUB)
                           PERFORM H320-BOOK-REVAL-GAIN
                       END-IF
                   END-IF
                   PERFORM H340-WRITE-REVAL-HISTORY
               END-IF
               WRITE RPT-REVAL-LINE
           END-IF.
       H300-END. EXIT.

      *    a loss is charged to unrealised FX profit and loss against
      *    the revaluation adjustment on the customer liability.
       H310-BOOK-REVAL-LOSS.
           MOVE 'FXREVPL'  TO JRN-GL-ACCOUNT
           MOVE 'D'        TO JRN-DC
           PERFORM H350-WRITE-JOURNAL-REC.
           MOVE 'FXREVADJ' TO JRN-GL-ACCOUNT
           MOVE 'C'        TO JRN-DC
           PERFORM H350-WRITE-JOURNAL-REC.
       H310-END. EXIT.

       H320-BOOK-REVAL-GAIN.
           MOVE 'FXREVADJ' TO JRN-GL-ACCOUNT
           MOVE 'D'        TO JRN-DC
           PERFORM H350-WRITE-JOURNAL-REC.
           MOVE 'FXREVPL'  TO JRN-GL-ACCOUNT
           MOVE 'C'        TO JRN-DC
           PERFORM H350-WRITE-JOURNAL-REC.
       H320-END. EXIT.

       H340-WRITE-REVAL-HISTORY.
           MOVE SPACES TO RVH-REC.
           MOVE WS-RV-DVZ (WS-RATE-SUB)      TO RVH-DVZ.
           MOVE WS-RUN-DATE-NUM              TO RVH-DATE.
           MOVE WS-RV-BALANCE (WS-RATE-SUB)  TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT                  TO RVH-BALANCE.
           MOVE WS-RV-RATE (WS-RATE-SUB)     TO RVH-RATE.
           MOVE WS-RV-REVALUED (WS-RATE-SUB) TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT                  TO RVH-USD-VALUE.
           WRITE RVH-REC.
       H340-END. EXIT.

      *    the caller has set the account and side; the entry goes to
      *    the journal and, the same record, to the GL history the
      *    trial balance reads. Same fill as PBEJ005's
      *    H550-WRITE-JOURNAL-REC.
       H350-WRITE-JOURNAL-REC.
           MOVE 'DET'          TO JRN-TAG.
           MOVE WS-RPT-DVZ     TO JRN-DVZ.
           MOVE WS-ABS-AMOUNT  TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT    TO JRN-AMOUNT.
           MOVE WS-RUN-DATE    TO JRN-DATE.
           MOVE 'RVL'          TO JRN-SOURCE.
           IF JRN-DC = 'D'
               ADD WS-ABS-AMOUNT TO WS-TOT-DR
           ELSE
               ADD WS-ABS-AMOUNT TO WS-TOT-CR
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           WRITE JRN-REC.
           MOVE JRN-REC TO GLH-REC.
           WRITE GLH-REC.
       H350-END. EXIT.

      *    the revaluation section closes with its own trailer, which
      *    must prove to zero like the night's. Same trailer as
      *    PBEJ005.
       H400-TRAIL-JOURNAL.
           COMPUTE WS-DIFFERENCE = WS-TOT-DR - WS-TOT-CR.
           MOVE SPACES TO JRN-TRAILER.
           MOVE 'TRL' TO JRT-TAG.
           MOVE WS-TOT-DR TO JRT-DR-TOTAL.
           MOVE WS-TOT-CR TO JRT-CR-TOTAL.
           MOVE WS-DIFFERENCE TO JRT-DIFFERENCE.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-PROOF
               MOVE 'HELD' TO JRT-STATUS
           ELSE
               MOVE 'PROVED' TO JRT-STATUS
           END-IF.
           WRITE JRN-TRAILER.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'NET UNREALISED FX LOSS (GAIN -)' TO RPT-TOT-TEXT.
           MOVE WS-TOT-REVAL TO RPT-TOT-AMOUNT.
           WRITE RPT-TOTAL-LINE.
           CLOSE GLH-FILE.
       H400-END. EXIT.

      *    the month's trial balance, read back from the GL history
      *    now that it carries the revaluation: every DET record
      *    dated in the run month, totalled per account and currency.
       H600-TRIAL-BALANCE.
           OPEN INPUT GLH-FILE.
           IF (NOT GLH-SUCCESS)
           DISPLAY 'UNABLE TO OPEN GLHIST: ' GLH-ST
           MOVE GLH-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H610-READ-GL-HISTORY UNTIL GLH-EOF.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'MONTHLY GL TRIAL BALANCE' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
           PERFORM H650-PRINT-GL-ACCOUNT
               VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-MAX.
           PERFORM H660-PRINT-OTHER-ACCOUNT
               VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > WS-TB-COUNT.
       H600-END. EXIT.

       H610-READ-GL-HISTORY.
           READ GLH-FILE
               AT END SET GLH-EOF TO TRUE
               NOT AT END
                   IF GLH-TAG = 'DET'
                       AND GLH-DATE (1:6) = WS-RUN-DATE (1:6)
                       PERFORM H620-TALLY-GL-ENTRY
                   END-IF
           END-READ.
       H610-END. EXIT.

      *    a record whose amount will not parse cannot be trusted to
      *    prove anything: it is warned and the month held open.
       H620-TALLY-GL-ENTRY.
           IF FUNCTION TEST-NUMVAL (GLH-AMOUNT) NOT = ZERO
               OR (GLH-DC NOT = 'D' AND GLH-DC NOT = 'C')
               DISPLAY 'GLHIST UNPARSABLE RECORD: '
                   GLH-GL-ACCOUNT ' ' GLH-DVZ ' ' GLH-DATE
               MOVE 'Y' TO WS-OUT-OF-PROOF
           ELSE
               ADD 1 TO WS-GLH-COUNT
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL (GLH-AMOUNT)
               PERFORM H630-FIND-TB-ENTRY
               PERFORM H640-FIND-TBC-ENTRY
               IF GLH-DC = 'D'
                   ADD WS-AMOUNT TO WS-TB-GRAND-DR
                   IF WS-TB-HIT-SUB > ZERO
                       ADD WS-AMOUNT TO WS-TB-DR (WS-TB-HIT-SUB)
                   END-IF
                   IF WS-TBC-HIT-SUB > ZERO
                       ADD WS-AMOUNT TO WS-TBC-DR (WS-TBC-HIT-SUB)
                   END-IF
               ELSE
                   ADD WS-AMOUNT TO WS-TB-GRAND-CR
                   IF WS-TB-HIT-SUB > ZERO
                       ADD WS-AMOUNT TO WS-TB-CR (WS-TB-HIT-SUB)
                   END-IF
                   IF WS-TBC-HIT-SUB > ZERO
                       ADD WS-AMOUNT TO WS-TBC-CR (WS-TBC-HIT-SUB)
                   END-IF
               END-IF
           END-IF.
       H620-END. EXIT.

      *    a table that fills cannot show every account, so the month
      *    is held open rather than proved on a partial listing.
       H630-FIND-TB-ENTRY.
           MOVE ZERO TO WS-TB-HIT-SUB.
           PERFORM H635-SCAN-TB-ENTRY
               VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > WS-TB-COUNT.
           IF WS-TB-HIT-SUB = ZERO
               IF WS-TB-COUNT >= WS-TB-MAX
                   IF NOT WS-TB-HAS-OVERFLOW
                       DISPLAY 'WS-TB-TABLE FULL AT ' WS-TB-MAX
                           ' ENTRIES - TRIAL BALANCE INCOMPLETE'
                   END-IF
                   MOVE 'Y' TO WS-TB-OVERFLOW
                   MOVE 'Y' TO WS-OUT-OF-PROOF
               ELSE
                   ADD 1 TO WS-TB-COUNT
                   MOVE WS-TB-COUNT    TO WS-TB-HIT-SUB
                   MOVE GLH-GL-ACCOUNT TO WS-TB-ACCOUNT (WS-TB-COUNT)
                   MOVE GLH-DVZ        TO WS-TB-DVZ     (WS-TB-COUNT)
                   MOVE ZERO           TO WS-TB-DR      (WS-TB-COUNT)
                   MOVE ZERO           TO WS-TB-CR      (WS-TB-COUNT)
                   MOVE 'N'            TO WS-TB-PRINTED (WS-TB-COUNT)
               END-IF
           END-IF.
       H630-END. EXIT.

       H635-SCAN-TB-ENTRY.
           IF WS-TB-ACCOUNT (WS-TB-SUB) = GLH-GL-ACCOUNT
               AND WS-TB-DVZ (WS-TB-SUB) = GLH-DVZ
               MOVE WS-TB-SUB TO WS-TB-HIT-SUB
           END-IF.
       H635-END. EXIT.

       H640-FIND-TBC-ENTRY.
           MOVE ZERO TO WS-TBC-HIT-SUB.
           PERFORM H645-SCAN-TBC-ENTRY
               VARYING WS-TBC-SUB FROM 1 BY 1
                   UNTIL WS-TBC-SUB > WS-TBC-COUNT.
           IF WS-TBC-HIT-SUB = ZERO
               IF WS-TBC-COUNT >= 20
                   IF NOT WS-TB-HAS-OVERFLOW
                       DISPLAY 'WS-TBC-TABLE FULL AT 20 ENTRIES'
                           ' - TRIAL BALANCE INCOMPLETE'
                   END-IF
                   MOVE 'Y' TO WS-TB-OVERFLOW
                   MOVE 'Y' TO WS-OUT-OF-PROOF
               ELSE
                   ADD 1 TO WS-TBC-COUNT
                   MOVE WS-TBC-COUNT TO WS-TBC-HIT-SUB
                   MOVE GLH-DVZ      TO WS-TBC-DVZ (WS-TBC-COUNT)
                   MOVE ZERO         TO WS-TBC-DR  (WS-TBC-COUNT)
                   MOVE ZERO         TO WS-TBC-CR  (WS-TBC-COUNT)
               END-IF
           END-IF.
       H640-END. EXIT.

       H645-SCAN-TBC-ENTRY.
           IF WS-TBC-DVZ (WS-TBC-SUB) = GLH-DVZ
               MOVE WS-TBC-SUB TO WS-TBC-HIT-SUB
           END-IF.
       H645-END. EXIT.

      *    every known account is listed, once per currency it moved
      *    in, or once with zeros when it had no activity.
       H650-PRINT-GL-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM H655-PRINT-ACCOUNT-ROW
               VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > WS-TB-COUNT.
           IF NOT WS-ACCT-IS-FOUND
               MOVE SPACES TO RPT-TB-LINE
               MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO TBL-ACCOUNT
               MOVE ZERO TO TBL-DEBIT
               MOVE ZERO TO TBL-CREDIT
               MOVE ZERO TO TBL-NET
               WRITE RPT-TB-LINE
           END-IF.
       H650-END. EXIT.

       H655-PRINT-ACCOUNT-ROW.
           IF WS-TB-ACCOUNT (WS-TB-SUB) = WS-GL-ACCOUNT (WS-GL-SUB)
               MOVE 'Y' TO WS-ACCT-FOUND
               PERFORM H670-WRITE-TB-LINE
           END-IF.
       H655-END. EXIT.

      *    an account no program is known to book to is still listed,
      *    so nothing on the history escapes the trial balance.
       H660-PRINT-OTHER-ACCOUNT.
           IF NOT WS-TB-IS-PRINTED (WS-TB-SUB)
               PERFORM H670-WRITE-TB-LINE
           END-IF.
       H660-END. EXIT.

       H670-WRITE-TB-LINE.
           MOVE SPACES TO RPT-TB-LINE.
           MOVE WS-TB-ACCOUNT (WS-TB-SUB) TO TBL-ACCOUNT.
           MOVE WS-TB-DVZ (WS-TB-SUB)     TO TBL-DVZ.
           MOVE WS-TB-DR (WS-TB-SUB)      TO TBL-DEBIT.
           MOVE WS-TB-CR (WS-TB-SUB)      TO TBL-CREDIT.
           COMPUTE WS-AMOUNT =
               WS-TB-DR (WS-TB-SUB) - WS-TB-CR (WS-TB-SUB).
           MOVE WS-AMOUNT                 TO TBL-NET.
           WRITE RPT-TB-LINE.
           MOVE 'Y' TO WS-TB-PRINTED (WS-TB-SUB).
       H670-END. EXIT.

      *    each currency's journal is balanced on its own, so the
      *    proof is per currency as well as in total. any failure,
      *    here or earlier in the run, holds the month open with a
      *    nonzero return code.
       H700-PROVE-TRIAL-BALANCE.
           PERFORM H710-PROVE-CURRENCY
               VARYING WS-TBC-SUB FROM 1 BY 1
                   UNTIL WS-TBC-SUB > WS-TBC-COUNT.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'TOTAL DEBITS' TO RPT-TOT-TEXT.
           MOVE WS-TB-GRAND-DR TO RPT-TOT-AMOUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'TOTAL CREDITS' TO RPT-TOT-TEXT.
           MOVE WS-TB-GRAND-CR TO RPT-TOT-AMOUNT.
           WRITE RPT-TOTAL-LINE.
           COMPUTE WS-DIFFERENCE = WS-TB-GRAND-DR - WS-TB-GRAND-CR.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-OUT-OF-PROOF
           END-IF.
           MOVE SPACES TO RPT-TOTAL-LINE.
           IF WS-IS-OUT-OF-PROOF
               MOVE 'OUT OF PROOF - MONTH NOT CLOSED' TO RPT-TOT-TEXT
               MOVE 8 TO RETURN-CODE
               DISPLAY 'TRIAL BALANCE DOES NOT PROVE TO ZERO: '
                   WS-DIFFERENCE ' - MONTH NOT CLOSED'
           ELSE
               MOVE 'PROVED TO ZERO - MONTH CLOSED' TO RPT-TOT-TEXT
           END-IF.
           MOVE WS-DIFFERENCE TO RPT-TOT-AMOUNT.
           WRITE RPT-TOTAL-LINE.
       H700-END. EXIT.

       H710-PROVE-CURRENCY.
           IF WS-TBC-DR (WS-TBC-SUB) NOT = WS-TBC-CR (WS-TBC-SUB)
               MOVE 'Y' TO WS-OUT-OF-PROOF
               COMPUTE WS-AMOUNT =
                   WS-TBC-DR (WS-TBC-SUB) - WS-TBC-CR (WS-TBC-SUB)
               MOVE SPACES TO RPT-TOTAL-LINE
               MOVE 'CURRENCY OUT OF BALANCE' TO RPT-TOT-TEXT
               MOVE WS-TBC-DVZ (WS-TBC-SUB) TO RPT-TOT-TEXT (25:3)
               MOVE WS-AMOUNT TO RPT-TOT-AMOUNT
               WRITE RPT-TOTAL-LINE
           END-IF.
       H710-END. EXIT.

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
               MOVE 'ENTRIES' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-ENTRY-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'GLHIST' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-GLH-COUNT
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
      *    convention as PBE005HW. closing a file this run never
      *    opened only sets its status.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE REV-RPT.
           CLOSE RVH-FILE.
           CLOSE JRN-FILE.
           CLOSE GLH-FILE.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
