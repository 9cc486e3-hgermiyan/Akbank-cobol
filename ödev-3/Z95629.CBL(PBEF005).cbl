       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEF005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    the fee schedule: one record per currency and account
      *    status, kept by operations the way HOLCAL is.
           SELECT FEE-SCHED  ASSIGN TO FEESCHD
                             STATUS FSC-ST.
      *    per-account overdraft limit master maintained by PBEO005;
      *    a fee is never allowed to take a balance past the line.
           SELECT ODL-MASTER ASSIGN ODLIMIT
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ODL-KEY
                             STATUS ODL-ST.
      *    OPTIONAL so the very first run, with no ledger yet on file,
      *    creates it instead of failing the EXTEND open. Same
      *    convention as PBEP005.
           SELECT OPTIONAL LGR-FILE
                             ASSIGN TO LEDGER
                             STATUS LGR-ST.
      *    cumulative fee history, charged and waived alike. OPTIONAL
      *    so the very first fee run creates it on the EXTEND.
           SELECT OPTIONAL FEE-HIST
                             ASSIGN TO FEEHIST
                             STATUS FHS-ST.
           SELECT FEE-RPT    ASSIGN TO FEERPT
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

      *    what a month costs an account in one currency and status
      *    (A active, D dormant): a flat maintenance fee, a low-
      *    balance fee when the balance is under the minimum, and an
      *    overdraft fee when the balance is past the agreed ODLIMIT
      *    line. a zero fee is simply not charged.
       FD  FEE-SCHED RECORDING MODE F.
       01  FSC-REC.
           03 FSC-DVZ          PIC 9(3).
           03 FSC-STATUS       PIC X(1).
              88 FSC-VALID-STATUS       VALUE 'A' 'D'.
           03 FSC-MAINT-FEE    PIC 9(9).
           03 FSC-LOWBAL-MIN   PIC 9(15).
           03 FSC-LOWBAL-FEE   PIC 9(9).
           03 FSC-ODRAFT-FEE   PIC 9(9).
           03 FILLER           PIC X(34).

       FD  ODL-MASTER.
       01  ODL-FIELDS.
           05  ODL-KEY.
               10  ODL-ID         PIC 9(5).
               10  ODL-DVZ        PIC 9(3).
           05  ODL-LIMIT          PIC S9(15).

      *    cumulative posting ledger, same layout PBEP005 writes. a
      *    fee is a debit with source FEE and the fee type in the
      *    reference column.
       FD  LGR-FILE RECORDING MODE F.
       01  LGR-REC.
           03 LGR-ID           PIC X(5).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-DVZ          PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-DC           PIC X(1).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-AMOUNT       PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-OLD-BAL      PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-NEW-BAL      PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-VALUE-DATE   PIC X(8).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-RUN-DATE     PIC X(8).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-BACKVAL      PIC X(1).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-SOURCE       PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 LGR-XFR-REF      PIC X(14).

      *    one record per fee assessed: C charged, W waived with the
      *    reason. the run date on it is also how a second fee run
      *    for the same month-end is kept from charging again.
       FD  FEE-HIST RECORDING MODE F.
       01  FHS-REC.
           03 FHS-ID           PIC X(5).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-DVZ          PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-TYPE         PIC X(6).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-AMOUNT       PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-ACTION       PIC X(1).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-REASON       PIC X(20).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 FHS-RUN-DATE     PIC X(8).

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

      *    every fee the run waived, with the reason and the balance
      *    it was judged on, then the run totals.
       FD  FEE-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(30).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-DETAIL-LINE.
           03 RPT-DET-ID       PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-NAME     PIC X(30).
           03 RPT-DET-TYPE     PIC X(6).
           03 FILLER           PIC X(2).
           03 RPT-DET-AMOUNT   PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-BAL      PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-REASON   PIC X(20).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
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
           03 IDX-ST           PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 FSC-ST           PIC 9(2).
              88 FSC-SUCCESS            VALUE 00 97.
              88 FSC-EOF                VALUE 10.
           03 ODL-ST           PIC 9(2).
              88 ODL-SUCCESS            VALUE 00 97.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 05 97.
      *    05 is the optional-file open of a history that did not
      *    exist yet, which is a normal first fee run.
           03 FHS-ST           PIC 9(2).
              88 FHS-SUCCESS            VALUE 00 05 97.
              88 FHS-EOF                VALUE 10.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
      *    the limit master is optional the way it is in PBEP005: no
      *    ODLIMIT only means no account has an agreed line, so no
      *    fee may take a balance below zero.
           03 WS-ODL-OPEN      PIC X VALUE 'N'.
              88 WS-ODL-IS-OPEN         VALUE 'Y'.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-NEXT-DATE-NUM PIC 9(8) VALUE ZERO.
           03 WS-RUN-MONTH     PIC 9(6).
           03 WS-NEXT-MONTH    PIC 9(6).
           03 WS-READ-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-CHARGED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-WAIVED-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-NO-SCHED-COUNT PIC 9(6) VALUE ZERO.

           03 WS-ACCT-LIMIT    PIC S9(15) COMP-3.
           03 WS-OPEN-BAL      PIC S9(15) COMP-3.
           03 WS-RUN-BAL       PIC S9(15) COMP-3.
           03 WS-TRY-BAL       PIC S9(15) COMP-3.
      *    -(14)9 carries the sign through a MOVE to a PIC X display
      *    column, same convention as PBE005HW's ALPHA-BALLANCE.
           03 WS-BAL-EDIT      PIC -(14)9.
           03 WS-STATUS-KEY    PIC X(1).
           03 WS-FEE-TYPE      PIC X(6).
           03 WS-FEE-AMOUNT    PIC S9(15) COMP-3.
           03 WS-WAIVE-REASON  PIC X(20).
              88 WS-WAIVE-NONE           VALUE SPACES.

      *    the fees charged to the account in hand. a sequential
      *    file allows one REWRITE per READ, so the charges are
      *    gathered here, the balance rewritten once, and only then
      *    is each one written to the ledger and the history.
           03 WS-CHG-COUNT     PIC S9(4) COMP.
           03 WS-CHG-SUB       PIC S9(4) COMP.
           03 WS-CHG-TABLE.
              05 WS-CHG-ENTRY OCCURS 3 TIMES.
                 10 WS-CHG-TYPE     PIC X(6).
                 10 WS-CHG-AMOUNT   PIC S9(15) COMP-3.
                 10 WS-CHG-OLD      PIC S9(15) COMP-3.
                 10 WS-CHG-NEW      PIC S9(15) COMP-3.

      *    the schedule, one entry per currency and status. a later
      *    record for the same pair supersedes an earlier one.
           03 WS-FEE-COUNT     PIC 9(4) VALUE ZERO.
           03 WS-FEE-MAX-ENTRIES PIC 9(4) VALUE 40.
           03 WS-FEE-SUB       PIC S9(4) COMP.
           03 WS-FEE-HIT-SUB   PIC S9(4) COMP.
           03 WS-FEE-TABLE.
              05 WS-FEE-ENTRY OCCURS 40 TIMES.
                 10 WS-FS-DVZ        PIC S9(3) COMP.
                 10 WS-FS-STATUS     PIC X(1).
                 10 WS-FS-MAINT-FEE  PIC S9(9) COMP-3.
                 10 WS-FS-LOWBAL-MIN PIC S9(15) COMP-3.
                 10 WS-FS-LOWBAL-FEE PIC S9(9) COMP-3.
                 10 WS-FS-ODRAFT-FEE PIC S9(9) COMP-3.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEF005'.
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
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 3 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H190-INITIALIZE.
           PERFORM H170-CHECK-MONTH-END.
           PERFORM H172-CHECK-FEE-HISTORY.
           PERFORM H150-LOAD-FEE-SCHEDULE.
           PERFORM H180-OPEN-OUTPUTS.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H700-WRITE-TOTALS.
           DISPLAY 'ACCOUNTS READ:    ' WS-READ-COUNT.
           DISPLAY 'FEES CHARGED:     ' WS-CHARGED-COUNT.
           DISPLAY 'FEES WAIVED:      ' WS-WAIVED-COUNT.
           DISPLAY 'NO FEE SCHEDULE:  ' WS-NO-SCHED-COUNT.
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

      *    the ledger and fee history are only opened once the run
      *    knows it is going ahead, in H180, so a night that is not
      *    the month-end leaves neither touched.
       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN OUTPUT FEE-RPT.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEERPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ODL-MASTER.
           IF ODL-SUCCESS
               MOVE 'Y' TO WS-ODL-OPEN
           ELSE
               DISPLAY 'ODLIMIT NOT AVAILABLE (' ODL-ST
                   ') - ALL LIMITS TAKEN AS ZERO'
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

      *    fees are assessed on the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'MONTHLY FEE RUN - WAIVED FEES' TO RPT-HDG-TITLE.
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
      *    the run date as the last business day of its month.
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

      *    fees are a month-end charge: the run only assesses when
      *    the next business day falls in another month. any other
      *    night it ends cleanly having touched nothing, so the step
      *    can sit in the nightly schedule. without a usable next
      *    business date the next calendar day stands in for it.
       H170-CHECK-MONTH-END.
           IF WS-NEXT-DATE-NUM = ZERO
               COMPUTE WS-NEXT-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) + 1)
           END-IF.
           MOVE WS-RUN-DATE-NUM (1:6)  TO WS-RUN-MONTH.
           MOVE WS-NEXT-DATE-NUM (1:6) TO WS-NEXT-MONTH.
           IF WS-RUN-MONTH = WS-NEXT-MONTH
               DISPLAY 'RUN DATE ' WS-RUN-DATE
                   ' IS NOT THE MONTH-END BUSINESS DATE'
                   ' - NO FEES ASSESSED'
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.

      *    the history is read whole looking for this run date; a fee
      *    run already on file for it charges nothing further, so no
      *    account is charged twice for the month. the step still
      *    ends complete, with a warning, the way PBEV005 treats a
      *    month already revalued: the fees were charged, and the
      *    steps behind it must not be held up by a rerun. a missing
      *    history only means no fee run has ever completed.
       H172-CHECK-FEE-HISTORY.
           OPEN INPUT FEE-HIST.
           IF FHS-SUCCESS
               PERFORM H173-SCAN-FEE-HISTORY UNTIL FHS-EOF
               CLOSE FEE-HIST
           END-IF.
       H172-END. EXIT.

       H173-SCAN-FEE-HISTORY.
           READ FEE-HIST
               AT END SET FHS-EOF TO TRUE
               NOT AT END
                   IF FHS-RUN-DATE = WS-RUN-DATE
                       DISPLAY 'FEES ALREADY ASSESSED FOR '
                           WS-RUN-DATE ' - NOTHING CHARGED'
                       MOVE 4 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                   END-IF
           END-READ.
       H173-END. EXIT.

      *    the schedule is required: a fee run without one would
      *    silently charge nothing. a record that will not validate
      *    is warned and ignored.
       H150-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED.
           IF (NOT FSC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEESCHD: ' FSC-ST
           MOVE FSC-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H155-READ-FEE-RECORD UNTIL FSC-EOF.
           CLOSE FEE-SCHED.
       H150-END. EXIT.

       H155-READ-FEE-RECORD.
           READ FEE-SCHED
               AT END SET FSC-EOF TO TRUE
               NOT AT END
                   PERFORM H157-STORE-FEE-RECORD
           END-READ.
       H155-END. EXIT.

       H157-STORE-FEE-RECORD.
           IF FSC-DVZ IS NOT NUMERIC
               OR NOT FSC-VALID-STATUS
               OR FSC-MAINT-FEE IS NOT NUMERIC
               OR FSC-LOWBAL-MIN IS NOT NUMERIC
               OR FSC-LOWBAL-FEE IS NOT NUMERIC
               OR FSC-ODRAFT-FEE IS NOT NUMERIC
               DISPLAY 'FEESCHD BAD RECORD IGNORED: ' FSC-REC (1:4)
           ELSE
               PERFORM H158-FIND-FEE-SLOT
               IF WS-FEE-HIT-SUB = ZERO
                   IF WS-FEE-COUNT >= WS-FEE-MAX-ENTRIES
                       DISPLAY 'WS-FEE-TABLE FULL AT '
                           WS-FEE-MAX-ENTRIES
                           ' ENTRIES - ' FSC-DVZ ' ' FSC-STATUS
                           ' IGNORED'
                   ELSE
                       ADD 1 TO WS-FEE-COUNT
                       MOVE WS-FEE-COUNT TO WS-FEE-HIT-SUB
                   END-IF
               END-IF
               IF WS-FEE-HIT-SUB > ZERO
                   MOVE FSC-DVZ
                       TO WS-FS-DVZ        (WS-FEE-HIT-SUB)
                   MOVE FSC-STATUS
                       TO WS-FS-STATUS     (WS-FEE-HIT-SUB)
                   MOVE FSC-MAINT-FEE
                       TO WS-FS-MAINT-FEE  (WS-FEE-HIT-SUB)
                   MOVE FSC-LOWBAL-MIN
                       TO WS-FS-LOWBAL-MIN (WS-FEE-HIT-SUB)
                   MOVE FSC-LOWBAL-FEE
                       TO WS-FS-LOWBAL-FEE (WS-FEE-HIT-SUB)
                   MOVE FSC-ODRAFT-FEE
                       TO WS-FS-ODRAFT-FEE (WS-FEE-HIT-SUB)
               END-IF
           END-IF.
       H157-END. EXIT.

      *    the slot already holding this currency and status, or zero
      *    when the pair is new to the table.
       H158-FIND-FEE-SLOT.
           MOVE ZERO TO WS-FEE-HIT-SUB.
           PERFORM H159-SCAN-FEE-SLOT
               VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT.
       H158-END. EXIT.

       H159-SCAN-FEE-SLOT.
           IF WS-FS-DVZ (WS-FEE-SUB) = FSC-DVZ
               AND WS-FS-STATUS (WS-FEE-SUB) = FSC-STATUS
               MOVE WS-FEE-SUB TO WS-FEE-HIT-SUB
           END-IF.
       H159-END. EXIT.

       H180-OPEN-OUTPUTS.
           OPEN EXTEND LGR-FILE.
           OPEN EXTEND FEE-HIST.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT FHS-SUCCESS)
           DISPLAY 'UNABLE TO OPEN FEEHIST: ' FHS-ST
           MOVE FHS-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H180-END. EXIT.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
               AT END SET IDX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM H300-ASSESS-ACCOUNT
           END-READ.
       H200-END. EXIT.

      *    an account is charged on its own status's schedule. a
      *    closed account is judged on the active schedule only so
      *    the fees it escaped can be listed as waived. every fee is
      *    judged on the balance the month ended with; each one
      *    charged then lowers the balance the next is tried against.
      *    the overdraft fee is for an account past its line, the
      *    same test as PBEQ005's BREACH flag.
       H300-ASSESS-ACCOUNT.
           IF IDX-DORMANT
               MOVE 'D' TO WS-STATUS-KEY
           ELSE
               MOVE 'A' TO WS-STATUS-KEY
           END-IF.
           MOVE ZERO TO WS-FEE-HIT-SUB.
           PERFORM H305-FIND-ACCOUNT-FEES
               VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT.
           IF WS-FEE-HIT-SUB = ZERO
               ADD 1 TO WS-NO-SCHED-COUNT
           ELSE
               MOVE IDX-BALLANCE TO WS-OPEN-BAL
               MOVE IDX-BALLANCE TO WS-RUN-BAL
               MOVE ZERO TO WS-CHG-COUNT
               PERFORM H406-READ-LIMIT
               MOVE 'MAINT' TO WS-FEE-TYPE
               MOVE WS-FS-MAINT-FEE (WS-FEE-HIT-SUB) TO WS-FEE-AMOUNT
               PERFORM H400-ASSESS-FEE
               IF WS-OPEN-BAL < WS-FS-LOWBAL-MIN (WS-FEE-HIT-SUB)
                   MOVE 'LOWBAL' TO WS-FEE-TYPE
                   MOVE WS-FS-LOWBAL-FEE (WS-FEE-HIT-SUB)
                       TO WS-FEE-AMOUNT
                   PERFORM H400-ASSESS-FEE
               END-IF
               IF WS-OPEN-BAL + WS-ACCT-LIMIT < ZERO
                   MOVE 'ODRAFT' TO WS-FEE-TYPE
                   MOVE WS-FS-ODRAFT-FEE (WS-FEE-HIT-SUB)
                       TO WS-FEE-AMOUNT
                   PERFORM H400-ASSESS-FEE
               END-IF
               IF WS-CHG-COUNT > ZERO
                   PERFORM H450-POST-CHARGES
               END-IF
           END-IF.
       H300-END. EXIT.

       H305-FIND-ACCOUNT-FEES.
           IF WS-FS-DVZ (WS-FEE-SUB) = IDX-DVZ
               AND WS-FS-STATUS (WS-FEE-SUB) = WS-STATUS-KEY
               MOVE WS-FEE-SUB TO WS-FEE-HIT-SUB
           END-IF.
       H305-END. EXIT.

      *    a zero fee is no fee. a closed account is waived outright;
      *    otherwise a fee that would take the balance below minus
      *    the agreed line is waived rather than pushing the account
      *    into breach. the overdraft fee is the charge for being in
      *    breach already, so that test does not apply to it.
       H400-ASSESS-FEE.
           IF WS-FEE-AMOUNT > ZERO
               MOVE SPACES TO WS-WAIVE-REASON
               COMPUTE WS-TRY-BAL = WS-RUN-BAL - WS-FEE-AMOUNT
               IF IDX-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-WAIVE-REASON
               ELSE
                   IF WS-TRY-BAL < (ZERO - WS-ACCT-LIMIT)
                       AND WS-FEE-TYPE NOT = 'ODRAFT'
                       MOVE 'WOULD BREACH ODLIMIT' TO WS-WAIVE-REASON
                   END-IF
               END-IF
               IF WS-WAIVE-NONE
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-FEE-TYPE   TO WS-CHG-TYPE   (WS-CHG-COUNT)
                   MOVE WS-FEE-AMOUNT TO WS-CHG-AMOUNT (WS-CHG-COUNT)
                   MOVE WS-RUN-BAL    TO WS-CHG-OLD    (WS-CHG-COUNT)
                   MOVE WS-TRY-BAL    TO WS-CHG-NEW    (WS-CHG-COUNT)
                   MOVE WS-TRY-BAL    TO WS-RUN-BAL
               ELSE
                   PERFORM H420-WAIVE-FEE
               END-IF
           END-IF.
       H400-END. EXIT.

       H406-READ-LIMIT.
           MOVE ZERO TO WS-ACCT-LIMIT.
           IF WS-ODL-IS-OPEN
               MOVE IDX-ID  TO ODL-ID
               MOVE IDX-DVZ TO ODL-DVZ
               READ ODL-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ODL-LIMIT TO WS-ACCT-LIMIT
               END-READ
           END-IF.
       H406-END. EXIT.

       H420-WAIVE-FEE.
           ADD 1 TO WS-WAIVED-COUNT.
           MOVE SPACES          TO RPT-DETAIL-LINE.
           MOVE IDX-ID          TO RPT-DET-ID.
           MOVE IDX-DVZ         TO RPT-DET-DVZ.
           MOVE IDX-NAME        TO RPT-DET-NAME.
           MOVE WS-FEE-TYPE     TO RPT-DET-TYPE.
           MOVE WS-FEE-AMOUNT   TO RPT-DET-AMOUNT.
           MOVE WS-RUN-BAL      TO RPT-DET-BAL.
           MOVE WS-WAIVE-REASON TO RPT-DET-REASON.
           WRITE RPT-DETAIL-LINE.
           MOVE 'W'             TO FHS-ACTION.
           PERFORM H480-WRITE-FEE-HISTORY.
       H420-END. EXIT.

      *    a fee is not customer activity: the balance is rewritten
      *    without stamping the activity date or waking a dormant
      *    account, so the charge never keeps an idle account alive.
      *    the ledger and history records follow only once the
      *    balance is safely on the master.
       H450-POST-CHARGES.
           MOVE WS-RUN-BAL TO IDX-BALLANCE.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           PERFORM H460-WRITE-CHARGE
               VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT.
       H450-END. EXIT.

       H460-WRITE-CHARGE.
           ADD 1 TO WS-CHARGED-COUNT.
           MOVE SPACES          TO LGR-REC.
           MOVE IDX-ID          TO LGR-ID.
           MOVE IDX-DVZ         TO LGR-DVZ.
           MOVE 'D'             TO LGR-DC.
           MOVE WS-CHG-AMOUNT (WS-CHG-SUB) TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-AMOUNT.
           MOVE WS-CHG-OLD (WS-CHG-SUB) TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-OLD-BAL.
           MOVE WS-CHG-NEW (WS-CHG-SUB) TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-NEW-BAL.
           MOVE WS-RUN-DATE     TO LGR-VALUE-DATE.
           MOVE WS-RUN-DATE     TO LGR-RUN-DATE.
           MOVE 'FEE'           TO LGR-SOURCE.
           MOVE WS-CHG-TYPE (WS-CHG-SUB) TO LGR-XFR-REF.
           WRITE LGR-REC.
           MOVE WS-CHG-TYPE (WS-CHG-SUB)   TO WS-FEE-TYPE.
           MOVE WS-CHG-AMOUNT (WS-CHG-SUB) TO WS-FEE-AMOUNT.
           MOVE SPACES TO WS-WAIVE-REASON.
           MOVE 'C'             TO FHS-ACTION.
           PERFORM H480-WRITE-FEE-HISTORY.
       H460-END. EXIT.

      *    the caller has set the action and, for a waiver, the
      *    reason.
       H480-WRITE-FEE-HISTORY.
           MOVE IDX-ID          TO FHS-ID.
           MOVE IDX-DVZ         TO FHS-DVZ.
           MOVE WS-FEE-TYPE     TO FHS-TYPE.
           MOVE WS-FEE-AMOUNT   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO FHS-AMOUNT.
           MOVE WS-WAIVE-REASON TO FHS-REASON.
           MOVE WS-RUN-DATE     TO FHS-RUN-DATE.
           WRITE FHS-REC.
       H480-END. EXIT.

       H700-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'FEES CHARGED' TO RPT-TOT-TEXT.
           MOVE WS-CHARGED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'FEES WAIVED' TO RPT-TOT-TEXT.
           MOVE WS-WAIVED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'ACCOUNTS WITH NO SCHEDULE' TO RPT-TOT-TEXT.
           MOVE WS-NO-SCHED-COUNT TO RPT-TOT-COUNT.
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
               MOVE 'CHARGED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-CHARGED-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'WAIVED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-WAIVED-COUNT
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
      *    convention as PBE005HW. the ledger and history may not
      *    have been opened yet; closing an unopened file only sets
      *    its status.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE FEE-RPT.
           CLOSE LGR-FILE.
           CLOSE FEE-HIST.
           IF WS-ODL-IS-OPEN
               CLOSE ODL-MASTER
           END-IF.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
