       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBET005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    term-deposit master: one record per deposit, keyed by the
      *    funding account and a deposit number within it. PBEU005
      *    matures what this program opens.
           SELECT TDM-MASTER ASSIGN TDMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY TDM-KEY
                             STATUS TDM-ST.
           SELECT TDT-FILE   ASSIGN TO TDTRN
                             STATUS TDT-ST.
           SELECT LOG-FILE   ASSIGN TO TDLOG
                             STATUS LOG-ST.
      *    OPTIONAL so the very first run, with no ledger yet on file,
      *    creates it instead of failing the EXTEND open. Same
      *    convention as PBEP005.
           SELECT OPTIONAL LGR-FILE
                             ASSIGN TO LEDGER
                             STATUS LGR-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
      *    effective-dated rate master maintained by PBER005; an
      *    opening keyed without a rate locks the currency's credit
      *    rate in force on the business date.
           SELECT RATE-MASTER ASSIGN RATEIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY RTM-KEY
                             STATUS RTM-ST.
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

      *    the principal is held off IDX-FILE for the whole term, at
      *    the rate locked on the opening date. START and MAT are the
      *    current term's contractual dates: a rollover moves them on
      *    by one term and leaves OPEN and the rate alone. MAT is
      *    contractual only; PBEU005 rolls it past weekends and HOLCAL
      *    holidays when it judges maturity.
       FD  TDM-MASTER.
       01  TDM-FIELDS.
           05  TDM-KEY.
               10  TDM-ID         PIC 9(5).
               10  TDM-DVZ        PIC 9(3).
               10  TDM-SEQ        PIC 9(3).
           05  TDM-PRINCIPAL      PIC S9(15).
           05  TDM-RATE           PIC S9(3)V9(4).
           05  TDM-TERM-DAYS      PIC 9(5).
           05  TDM-OPEN-DATE      PIC 9(8).
           05  TDM-START-DATE     PIC 9(8).
           05  TDM-MAT-DATE       PIC 9(8).
      *    what happens at maturity: R renews the principal for
      *    another term and pays the interest away, P pays principal
      *    and interest back to the funding account.
           05  TDM-INSTR          PIC X(1).
              88 TDM-ROLL-OVER             VALUE 'R'.
              88 TDM-PAY-OUT               VALUE 'P'.
           05  TDM-STATUS         PIC X(1).
              88 TDM-ACTIVE                VALUE 'A'.
              88 TDM-PAID                  VALUE 'M'.
           05  TDM-ROLL-COUNT     PIC 9(3).
           05  TDM-LAST-DATE      PIC 9(8).

      *    deposit transactions keyed by the branches: O opens a
      *    deposit out of the funding account, I changes the maturity
      *    instruction of one already open. a zero rate on an opening
      *    takes the RATEIDX credit rate in force; a space
      *    instruction pays out at maturity.
       FD  TDT-FILE RECORDING MODE F.
       01  TDT-REC.
           03 TDT-CODE         PIC X(1).
              88 TDT-OPEN               VALUE 'O'.
              88 TDT-INSTRUCT           VALUE 'I'.
           03 TDT-ID           PIC 9(5).
           03 TDT-DVZ          PIC 9(3).
           03 TDT-SEQ          PIC 9(3).
           03 TDT-PRINCIPAL    PIC 9(15).
           03 TDT-TERM-DAYS    PIC 9(5).
           03 TDT-RATE         PIC 9(3)V9(4).
           03 TDT-RATE-X REDEFINES TDT-RATE PIC X(7).
           03 TDT-INSTR        PIC X(1).
              88 TDT-VALID-INSTR        VALUE 'R' 'P' ' '.

      *    the raw transaction fields go on the log, so a record
      *    rejected for a non-numeric field is still traceable to
      *    what the branch keyed. Same convention as PBEO005.
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-CODE         PIC X(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-ID           PIC X(5).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-DVZ          PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-SEQ          PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-PRINCIPAL    PIC X(15).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TERM-DAYS    PIC X(5).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-RATE         PIC X(7).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-INSTR        PIC X(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAT-DATE     PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-RESULT       PIC X(25).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).

      *    cumulative posting ledger, same layout PBEP005 writes. an
      *    opening is a debit on the funding account with source TDO;
      *    the deposit key (account, currency, deposit number) goes
      *    in the reference column so PBEU005's payout can be tied
      *    back to it.
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

       FD  RATE-MASTER.
       01  RTM-FIELDS.
           05  RTM-KEY.
               10  RTM-DVZ        PIC 9(3).
               10  RTM-EFF-DATE   PIC 9(8).
           05  RTM-RATE           PIC S9(3)V9(4).
           05  RTM-NAME           PIC X(10).
           05  RTM-USD-RATE       PIC S9(5)V9(4).
           05  RTM-DEBIT-RATE     PIC S9(3)V9(4).

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
           03 TDM-ST           PIC 9(2).
              88 TDM-SUCCESS            VALUE 00 97.
              88 TDM-NOTFND             VALUE 23.
           03 TDT-ST           PIC 9(2).
              88 TDT-SUCCESS            VALUE 00 97.
              88 TDT-EOF                VALUE 10.
           03 LOG-ST           PIC 9(2).
              88 LOG-SUCCESS            VALUE 00 97.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 05 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 RTM-ST           PIC 9(2).
              88 RTM-SUCCESS            VALUE 00 97.
              88 RTM-EOF                VALUE 10.
           03 WS-RTM-OPEN      PIC X VALUE 'N'.
              88 WS-RTM-IS-OPEN         VALUE 'Y'.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-RUN-DATE-INT  PIC 9(7).
           03 WS-TRANS-COUNT   PIC 9(6) VALUE ZERO.
           03 WS-OPEN-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-INSTR-COUNT   PIC 9(6) VALUE ZERO.
           03 WS-REJECT-COUNT  PIC 9(6) VALUE ZERO.

           03 WS-PRINCIPAL     PIC S9(15) COMP-3.
           03 WS-OLD-BAL       PIC S9(15) COMP-3.
           03 WS-NEW-BAL       PIC S9(15) COMP-3.
      *    -(14)9 carries the sign through a MOVE to a PIC X display
      *    column, same convention as PBE005HW's ALPHA-BALLANCE.
           03 WS-BAL-EDIT      PIC -(14)9.
           03 WS-REJ-REASON    PIC X(25).
              88 WS-REJ-NONE             VALUE SPACES.
           03 WS-LOCK-RATE     PIC S9(3)V9(4) COMP-3.
           03 WS-MAT-DATE      PIC 9(8).
           03 WS-NEW-INSTR     PIC X(1).
      *    the funding account as it stood before the opening debit,
      *    put back should the deposit itself then fail to write, so
      *    the customer's money is never taken without a deposit to
      *    show for it. Same idea as PBEP005's transfer back-out.
           03 WS-IDX-IMAGE     PIC X(52).
           03 WS-TD-REF.
              05 WS-TD-REF-ID     PIC 9(5).
              05 WS-TD-REF-DVZ    PIC 9(3).
              05 WS-TD-REF-SEQ    PIC 9(3).

      *    credit rates in force on the business date, per currency:
      *    the record with the latest effective date on or before the
      *    run date wins. Same table as PBEC005's.
           03 WS-CURR-RATE-TABLE.
              05 WS-CURR-RATE-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-CURR-RT-IDX.
                 10 WS-CR-DVZ       PIC S9(3) COMP.
                 10 WS-CR-NAME      PIC X(10).
                 10 WS-CR-RATE      PIC S9(3)V9(4) COMP-3.
                 10 WS-CR-EFF-DATE  PIC 9(8).
           03 WS-RATE-SUB           PIC S9(4) COMP.
           03 WS-RATE-HIT-SUB       PIC S9(4) COMP.
      *    a rate is stale when the one in effect was set more than
      *    this many days before the run date being priced.
           03 WS-STALE-DAYS         PIC S9(5) COMP VALUE 30.
           03 WS-RATE-EFF-INT       PIC 9(7).

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBET005'.
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
           PERFORM H140-LOAD-RATE-TABLE.
           PERFORM H200-PROCESS UNTIL TDT-EOF.
           DISPLAY 'TDTRN READ:       ' WS-TRANS-COUNT.
           DISPLAY 'DEPOSITS OPENED:  ' WS-OPEN-COUNT.
           DISPLAY 'INSTRUCTIONS SET: ' WS-INSTR-COUNT.
           DISPLAY 'TDTRN REJECTED:   ' WS-REJECT-COUNT.
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

      *    the ledger is opened EXTEND so the openings append to the
      *    one cumulative movement history PBEP005 keeps.
       H100-OPEN-FILES.
           OPEN INPUT  TDT-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN EXTEND LGR-FILE.
           OPEN I-O    IDX-FILE.
           OPEN I-O    TDM-MASTER.
           IF (NOT TDT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDTRN: ' TDT-ST
           MOVE TDT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LOG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDLOG: ' LOG-ST
           MOVE LOG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT TDM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDMAST: ' TDM-ST
           MOVE TDM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT RATE-MASTER.
           IF RTM-SUCCESS
               MOVE 'Y' TO WS-RTM-OPEN
           ELSE
               DISPLAY 'RATEIDX NOT AVAILABLE (' RTM-ST
                   ') - OPENINGS WITHOUT A RATE WILL REJECT'
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

      *    deposits open on the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
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

      *    the credit rates an opening without a keyed rate locks in,
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
           MOVE ZERO   TO WS-CR-RATE     (WS-RATE-SUB).
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
                   MOVE RTM-RATE
                       TO WS-CR-RATE     (WS-RATE-HIT-SUB)
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

      *    warn ops when the rate a deposit would lock was set long
      *    before the opening date. Same check as PBEC005.
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

       H200-PROCESS.
           READ TDT-FILE
               AT END SET TDT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM H210-APPLY-ONE-TRANS
           END-READ.
       H200-END. EXIT.

      *    the key must be numeric before it touches either master.
       H210-APPLY-ONE-TRANS.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO LOG-MAT-DATE.
           IF TDT-ID IS NOT NUMERIC
               OR TDT-DVZ IS NOT NUMERIC
               OR TDT-SEQ IS NOT NUMERIC
               MOVE 'KEY NOT NUMERIC' TO WS-REJ-REASON
           ELSE
           EVALUATE TRUE
               WHEN TDT-OPEN
                   PERFORM H300-OPEN-DEPOSIT
               WHEN TDT-INSTRUCT
                   PERFORM H400-CHANGE-INSTRUCTION
               WHEN OTHER
                   MOVE 'BAD TRANS CODE' TO WS-REJ-REASON
           END-EVALUATE
           END-IF.
           IF NOT WS-REJ-NONE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJ-REASON TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           END-IF.
       H210-END. EXIT.

      *    every edit runs before any file is touched; the first one
      *    that fails names the reject, and the opening only posts
      *    when none has.
       H300-OPEN-DEPOSIT.
           PERFORM H305-EDIT-OPENING.
           IF WS-REJ-NONE
               PERFORM H310-LOCK-RATE
           END-IF.
           IF WS-REJ-NONE
               PERFORM H320-CHECK-NOT-ON-FILE
           END-IF.
           IF WS-REJ-NONE
               PERFORM H330-CHECK-FUNDING-ACCOUNT
           END-IF.
           IF WS-REJ-NONE
               PERFORM H340-POST-OPENING
           END-IF.
       H300-END. EXIT.

       H305-EDIT-OPENING.
           IF TDT-PRINCIPAL IS NOT NUMERIC
               OR TDT-PRINCIPAL = ZERO
               MOVE 'PRINCIPAL NOT USABLE' TO WS-REJ-REASON
           ELSE
           IF TDT-TERM-DAYS IS NOT NUMERIC
               OR TDT-TERM-DAYS = ZERO
               MOVE 'TERM NOT USABLE' TO WS-REJ-REASON
           ELSE
           IF TDT-RATE IS NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO WS-REJ-REASON
           ELSE
           IF NOT TDT-VALID-INSTR
               MOVE 'BAD INSTRUCTION' TO WS-REJ-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE TDT-PRINCIPAL TO WS-PRINCIPAL.
       H305-END. EXIT.

      *    a rate keyed on the opening is the rate agreed with the
      *    customer; otherwise the currency's credit rate in force on
      *    the business date is locked for the life of the deposit.
       H310-LOCK-RATE.
           IF TDT-RATE > ZERO
               MOVE TDT-RATE TO WS-LOCK-RATE
           ELSE
               MOVE ZERO TO WS-LOCK-RATE
               SET WS-CURR-RT-IDX TO 1
               SEARCH WS-CURR-RATE-ENTRY
                   AT END CONTINUE
                   WHEN WS-CR-DVZ (WS-CURR-RT-IDX) = TDT-DVZ
                       MOVE WS-CR-RATE (WS-CURR-RT-IDX)
                           TO WS-LOCK-RATE
               END-SEARCH
               IF WS-LOCK-RATE NOT > ZERO
                   MOVE 'NO RATE FOR CURRENCY' TO WS-REJ-REASON
               END-IF
           END-IF.
       H310-END. EXIT.

       H320-CHECK-NOT-ON-FILE.
           MOVE TDT-ID  TO TDM-ID.
           MOVE TDT-DVZ TO TDM-DVZ.
           MOVE TDT-SEQ TO TDM-SEQ.
           READ TDM-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'DEPOSIT ALREADY ON FILE' TO WS-REJ-REASON
           END-READ.
       H320-END. EXIT.

      *    the principal must come out of money the customer has: a
      *    deposit is never funded out of an overdraft line.
       H330-CHECK-FUNDING-ACCOUNT.
           MOVE TDT-ID  TO IDX-ID.
           MOVE TDT-DVZ TO IDX-DVZ.
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                MOVE 'FUNDING ACCT NOT ON FILE' TO WS-REJ-REASON
                NOT INVALID KEY
                PERFORM H335-JUDGE-FUNDING-ACCOUNT
           END-READ.
       H330-END. EXIT.

       H335-JUDGE-FUNDING-ACCOUNT.
           IF IDX-CLOSED
               MOVE 'FUNDING ACCOUNT CLOSED' TO WS-REJ-REASON
           ELSE
               IF IDX-BALLANCE < WS-PRINCIPAL
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REJ-REASON
               END-IF
           END-IF.
       H335-END. EXIT.

      *    the opening is a customer movement: it stamps the activity
      *    date and wakes a dormant funding account, as PBEP005 does.
      *    the account image is kept before it is touched; should the
      *    deposit record then fail to write, the image goes back on
      *    file before the run is stopped. the ledger record is only
      *    written once both masters are safely updated.
       H340-POST-OPENING.
           MOVE IDX-REC TO WS-IDX-IMAGE.
           MOVE IDX-BALLANCE TO WS-OLD-BAL.
           COMPUTE WS-NEW-BAL = WS-OLD-BAL - WS-PRINCIPAL.
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
           COMPUTE WS-MAT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT + TDT-TERM-DAYS).
           IF TDT-INSTR = SPACE
               MOVE 'P' TO WS-NEW-INSTR
           ELSE
               MOVE TDT-INSTR TO WS-NEW-INSTR
           END-IF.
           MOVE TDT-ID          TO TDM-ID.
           MOVE TDT-DVZ         TO TDM-DVZ.
           MOVE TDT-SEQ         TO TDM-SEQ.
           MOVE WS-PRINCIPAL    TO TDM-PRINCIPAL.
           MOVE WS-LOCK-RATE    TO TDM-RATE.
           MOVE TDT-TERM-DAYS   TO TDM-TERM-DAYS.
           MOVE WS-RUN-DATE-NUM TO TDM-OPEN-DATE.
           MOVE WS-RUN-DATE-NUM TO TDM-START-DATE.
           MOVE WS-MAT-DATE     TO TDM-MAT-DATE.
           MOVE WS-NEW-INSTR    TO TDM-INSTR.
           MOVE 'A'             TO TDM-STATUS.
           MOVE ZERO            TO TDM-ROLL-COUNT.
           MOVE ZERO            TO TDM-LAST-DATE.
           WRITE TDM-FIELDS
               INVALID KEY
                   PERFORM H349-BACK-OUT-DEBIT
           END-WRITE.
           PERFORM H360-WRITE-LEDGER-REC.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-MAT-DATE TO LOG-MAT-DATE.
           MOVE 'OPENED' TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H340-END. EXIT.

       H349-BACK-OUT-DEBIT.
           DISPLAY 'UNABLE TO WRITE TDMAST: ' TDM-ST
               ' - FUNDING DEBIT ' TDT-ID ' ' TDT-DVZ ' BACKED OUT'.
           MOVE TDM-ST TO RETURN-CODE.
           MOVE WS-IDX-IMAGE TO IDX-REC.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'DEBIT BACK-OUT FAILED FOR '
                       TDT-ID ' ' TDT-DVZ ': ' IDX-ST
           END-REWRITE.
           PERFORM H999-PROGRAM-EXIT.
       H349-END. EXIT.

       H360-WRITE-LEDGER-REC.
           MOVE SPACES          TO LGR-REC.
           MOVE TDT-ID          TO LGR-ID.
           MOVE TDT-DVZ         TO LGR-DVZ.
           MOVE 'D'             TO LGR-DC.
           MOVE WS-PRINCIPAL    TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-AMOUNT.
           MOVE WS-OLD-BAL      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-OLD-BAL.
           MOVE WS-NEW-BAL      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-NEW-BAL.
           MOVE WS-RUN-DATE     TO LGR-VALUE-DATE.
           MOVE WS-RUN-DATE     TO LGR-RUN-DATE.
           MOVE 'TDO'           TO LGR-SOURCE.
           MOVE TDT-ID          TO WS-TD-REF-ID.
           MOVE TDT-DVZ         TO WS-TD-REF-DVZ.
           MOVE TDT-SEQ         TO WS-TD-REF-SEQ.
           MOVE WS-TD-REF       TO LGR-XFR-REF.
           WRITE LGR-REC.
       H360-END. EXIT.

      *    the maturity instruction may change at any time before
      *    maturity; the rate and dates stay as agreed.
       H400-CHANGE-INSTRUCTION.
           IF TDT-INSTR NOT = 'R' AND TDT-INSTR NOT = 'P'
               MOVE 'BAD INSTRUCTION' TO WS-REJ-REASON
           ELSE
               MOVE TDT-ID  TO TDM-ID
               MOVE TDT-DVZ TO TDM-DVZ
               MOVE TDT-SEQ TO TDM-SEQ
               READ TDM-MASTER
                   INVALID KEY
                       MOVE 'DEPOSIT NOT ON FILE' TO WS-REJ-REASON
                   NOT INVALID KEY
                       PERFORM H410-REWRITE-INSTRUCTION
               END-READ
           END-IF.
       H400-END. EXIT.

       H410-REWRITE-INSTRUCTION.
           IF NOT TDM-ACTIVE
               MOVE 'DEPOSIT NOT ACTIVE' TO WS-REJ-REASON
           ELSE
               MOVE TDT-INSTR TO TDM-INSTR
               REWRITE TDM-FIELDS
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO WS-REJ-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-INSTR-COUNT
                       MOVE TDM-MAT-DATE TO LOG-MAT-DATE
                       MOVE 'APPLIED' TO LOG-RESULT
                       PERFORM H920-WRITE-LOG
               END-REWRITE
           END-IF.
       H410-END. EXIT.

       H920-WRITE-LOG.
           MOVE TDT-CODE            TO LOG-CODE.
           MOVE TDT-ID              TO LOG-ID.
           MOVE TDT-DVZ             TO LOG-DVZ.
           MOVE TDT-SEQ             TO LOG-SEQ.
           MOVE TDT-PRINCIPAL       TO LOG-PRINCIPAL.
           MOVE TDT-TERM-DAYS       TO LOG-TERM-DAYS.
           MOVE TDT-RATE-X          TO LOG-RATE.
           MOVE TDT-INSTR           TO LOG-INSTR.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H920-END. EXIT.

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
               MOVE 'TRANS' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-TRANS-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'OPENED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-OPEN-COUNT
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

      *    STOP RUN here so an OPEN failure halts the job instead of
      *    resuming against files that are no longer open. Same
      *    convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE TDM-MASTER.
           CLOSE TDT-FILE.
           CLOSE LOG-FILE.
           CLOSE LGR-FILE.
           IF WS-RTM-IS-OPEN
               CLOSE RATE-MASTER
           END-IF.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
