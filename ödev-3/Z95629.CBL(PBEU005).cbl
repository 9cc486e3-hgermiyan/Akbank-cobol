       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEU005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    term-deposit master opened by PBET005, walked end to end
      *    each night and rewritten in place as deposits mature.
           SELECT TDM-MASTER ASSIGN TDMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY TDM-KEY
                             STATUS TDM-ST.
      *    OPTIONAL so the very first run, with no ledger yet on file,
      *    creates it instead of failing the EXTEND open. Same
      *    convention as PBEP005.
           SELECT OPTIONAL LGR-FILE
                             ASSIGN TO LEDGER
                             STATUS LGR-ST.
      *    the withholding history PBE005HW extends; a deposit's tax
      *    lands beside the demand-account interest so PBEW005's
      *    certificates carry both.
           SELECT OPTIONAL WTX-FILE
                             ASSIGN TO WTAXFILE
                             STATUS WTX-ST.
           SELECT WTAX-CARD  ASSIGN TO WTAXPARM
                             STATUS WTP-ST.
           SELECT HOL-FILE   ASSIGN TO HOLCAL
                             STATUS HOL-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
           SELECT MAT-RPT    ASSIGN TO TDMATRPT
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

      *    same layout as PBET005: START and MAT are the current
      *    term's contractual dates, the rate is the one locked on the
      *    opening date.
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
           05  TDM-INSTR          PIC X(1).
              88 TDM-ROLL-OVER             VALUE 'R'.
              88 TDM-PAY-OUT               VALUE 'P'.
           05  TDM-STATUS         PIC X(1).
              88 TDM-ACTIVE                VALUE 'A'.
              88 TDM-PAID                  VALUE 'M'.
           05  TDM-ROLL-COUNT     PIC 9(3).
           05  TDM-LAST-DATE      PIC 9(8).

      *    cumulative posting ledger, same layout PBEP005 writes. a
      *    payout credits the funding account with source TDP for the
      *    principal and TDI for the net interest; the deposit key
      *    goes in the reference column, as on PBET005's opening.
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

      *    one withholding record per deposit interest payment. Same
      *    layout as PBE005HW.
       FD  WTX-FILE RECORDING MODE F.
       01  WTX-REC.
           03 WTX-ID           PIC X(5).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 WTX-DVZ          PIC X(3).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 WTX-GROSS-INT    PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 WTX-TAX          PIC X(15).
           03 FILLER           PIC X(3) VALUE SPACES.
           03 WTX-RUN-DATE     PIC X(8).

      *    optional one-card override of the withholding rate, carried
      *    in hundredths of a percent (1500 = 15.00). the same card
      *    PBE005HW reads, so both kinds of interest are taxed alike.
       FD  WTAX-CARD RECORDING MODE F.
       01  WTAX-CARD-REC.
           03 WTP-RATE         PIC 9(4).
           03 FILLER           PIC X(76).

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

      *    the branches' maturity listing: one line per deposit that
      *    matured tonight, saying whether it was paid out, rolled for
      *    another term (with the new maturity date) or held because
      *    the funding account could not take the money.
       FD  MAT-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(30).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-DETAIL-LINE.
           03 RPT-DET-ACTION   PIC X(8).
           03 RPT-DET-ID       PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-SEQ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-NAME     PIC X(30).
           03 RPT-DET-MAT-DATE PIC 9(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-RATE     PIC ZZ9.9999.
           03 FILLER           PIC X(2).
           03 RPT-DET-PRINCIPAL PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-GROSS    PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-TAX      PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-NET      PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-NEXT-MAT PIC X(8).
       01  RPT-HELD-LINE.
           03 FILLER           PIC X(8).
           03 RPT-HLD-TEXT     PIC X(30).
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
           03 TDM-ST           PIC 9(2).
              88 TDM-SUCCESS            VALUE 00 97.
              88 TDM-EOF                VALUE 10.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 05 97.
           03 WTX-ST           PIC 9(2).
              88 WTX-SUCCESS            VALUE 00 05 97.
           03 WTP-ST           PIC 9(2).
              88 WTP-SUCCESS            VALUE 00 97.
           03 HOL-ST           PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-EOF                VALUE 10.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-RUN-DATE-INT  PIC 9(7).
           03 WS-READ-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-PAID-COUNT    PIC 9(6) VALUE ZERO.
           03 WS-ROLLED-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-HELD-COUNT    PIC 9(6) VALUE ZERO.

      *    interest on a deposit at its locked rate for the term, and
      *    the withholding taken from it, the same sums PBE005HW does
      *    for a demand account: the customer gets gross minus tax,
      *    and the split lands on WTAXFILE.
           03 WS-GROSS-INT     PIC S9(15).
           03 WS-WTAX-AMT      PIC S9(15).
           03 WS-NET-INT       PIC S9(15).
           03 WS-WTAX-RATE     PIC S9(5) COMP VALUE 1500.

           03 WS-OLD-BAL       PIC S9(15) COMP-3.
           03 WS-MID-BAL       PIC S9(15) COMP-3.
           03 WS-NEW-BAL       PIC S9(15) COMP-3.
      *    -(14)9 carries the sign through a MOVE to a PIC X display
      *    column, same convention as PBE005HW's ALPHA-BALLANCE.
           03 WS-BAL-EDIT      PIC -(14)9.
           03 WS-HELD-REASON   PIC X(30).
              88 WS-HELD-NONE            VALUE SPACES.
      *    the funding account as it stood before the payout, put
      *    back should the deposit then fail to rewrite, so no payout
      *    is ever made twice. Same idea as PBEP005's transfer
      *    back-out.
           03 WS-IDX-IMAGE     PIC X(52).
           03 WS-PAY-DATE      PIC 9(8).
           03 WS-NEXT-MAT-DATE PIC 9(8).
           03 WS-TD-REF.
              05 WS-TD-REF-ID     PIC 9(5).
              05 WS-TD-REF-DVZ    PIC 9(3).
              05 WS-TD-REF-SEQ    PIC 9(3).
           03 WS-LEG-SOURCE    PIC X(3).
           03 WS-LEG-AMOUNT    PIC S9(15) COMP-3.
           03 WS-LEG-OLD       PIC S9(15) COMP-3.
           03 WS-LEG-NEW       PIC S9(15) COMP-3.

      *    business-day stepping, same fields as PBEB005.
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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEU005'.
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
           PERFORM H150-LOAD-HOLIDAYS.
           PERFORM H160-READ-WTAX-CARD.
           PERFORM H190-INITIALIZE.
           PERFORM H200-PROCESS UNTIL TDM-EOF.
           PERFORM H700-WRITE-TOTALS.
           DISPLAY 'TDMAST READ:      ' WS-READ-COUNT.
           DISPLAY 'DEPOSITS PAID:    ' WS-PAID-COUNT.
           DISPLAY 'DEPOSITS ROLLED:  ' WS-ROLLED-COUNT.
           DISPLAY 'DEPOSITS HELD:    ' WS-HELD-COUNT.
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

      *    the ledger and the withholding history are opened EXTEND
      *    so the payouts append to the one cumulative history each
      *    keeps.
       H100-OPEN-FILES.
           OPEN I-O    TDM-MASTER.
           OPEN I-O    IDX-FILE.
           OPEN EXTEND LGR-FILE.
           OPEN EXTEND WTX-FILE.
           OPEN OUTPUT MAT-RPT.
           IF (NOT TDM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDMAST: ' TDM-ST
           MOVE TDM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT WTX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN WTAXFILE: ' WTX-ST
           MOVE WTX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN TDMATRPT: ' RPT-ST
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

      *    the calendar is optional: no HOLCAL only means no holidays
      *    beyond the weekends. Same convention as PBEB005.
       H150-LOAD-HOLIDAYS.
           OPEN INPUT HOL-FILE.
           IF HOL-SUCCESS
               PERFORM H155-READ-HOLIDAY UNTIL HOL-EOF
               CLOSE HOL-FILE
           END-IF.
       H150-END. EXIT.

       H155-READ-HOLIDAY.
           READ HOL-FILE
               AT END SET HOL-EOF TO TRUE
               NOT AT END
                   PERFORM H157-STORE-HOLIDAY
           END-READ.
       H155-END. EXIT.

       H157-STORE-HOLIDAY.
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
       H157-END. EXIT.

      *    the withholding rate comes from an optional one-card file;
      *    a missing or unusable card leaves the default. Same
      *    convention as PBE005HW.
       H160-READ-WTAX-CARD.
           OPEN INPUT WTAX-CARD.
           IF WTP-SUCCESS
               READ WTAX-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF WTP-RATE IS NUMERIC
                           AND WTP-RATE > ZERO
                           MOVE WTP-RATE TO WS-WTAX-RATE
                       END-IF
               END-READ
               CLOSE WTAX-CARD
           END-IF.
       H160-END. EXIT.

      *    deposits mature against the business date PBEB005 rolled
      *    the BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'TERM DEPOSIT MATURITY LISTING' TO RPT-HDG-TITLE.
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

       H200-PROCESS.
           READ TDM-MASTER NEXT RECORD
               AT END SET TDM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF TDM-ACTIVE
                       PERFORM H300-JUDGE-DEPOSIT
                   END-IF
           END-READ.
       H200-END. EXIT.

      *    a deposit whose contractual maturity falls on a weekend or
      *    a HOLCAL holiday is paid on the next business day, so the
      *    date is stepped forward the way PBEB005 steps BUSDATE
      *    before it is compared with the run date. a night that was
      *    missed is caught up: anything due on or before the run
      *    date matures.
       H300-JUDGE-DEPOSIT.
           MOVE 'N' TO WS-DATE-OK.
           IF TDM-MAT-DATE IS NUMERIC
               MOVE TDM-MAT-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               DISPLAY 'TDMAST BAD MATURITY DATE: ' TDM-ID ' '
                   TDM-DVZ ' ' TDM-SEQ ' ' TDM-MAT-DATE
           ELSE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (TDM-MAT-DATE)
               MOVE 'N' TO WS-IS-BUSINESS
               PERFORM H320-STEP-FORWARD UNTIL WS-BUSINESS-DAY
               MOVE WS-WORK-DATE TO WS-PAY-DATE
               IF WS-PAY-DATE NOT > WS-RUN-DATE-NUM
                   PERFORM H400-MATURE-DEPOSIT
               END-IF
           END-IF.
       H300-END. EXIT.

       H320-STEP-FORWARD.
           PERFORM H330-TEST-BUSINESS-DAY.
           IF NOT WS-BUSINESS-DAY
               ADD 1 TO WS-WORK-INT
           END-IF.
       H320-END. EXIT.

      *    day 1 of the integer calendar is a Monday, so remainder 6
      *    is Saturday and remainder 0 is Sunday. Same test as
      *    PBEB005.
       H330-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM (WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE 'N' TO WS-IS-BUSINESS
           ELSE
               PERFORM H340-CHECK-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
           END-IF.
       H330-END. EXIT.

       H340-CHECK-HOLIDAY.
           IF WS-HOL-ENTRY (WS-HOL-SUB) = WS-WORK-DATE
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF.
       H340-END. EXIT.

      *    interest runs for the contractual term at the locked rate;
      *    the days a holiday adds before payment earn nothing extra.
      *    a funding account that has gone or been closed holds the
      *    deposit as it is, listed, to come up again each night
      *    until the branch sorts it out.
       H400-MATURE-DEPOSIT.
           COMPUTE WS-GROSS-INT =
               TDM-PRINCIPAL * TDM-RATE * TDM-TERM-DAYS / 36500.
           IF WS-GROSS-INT > ZERO
               COMPUTE WS-WTAX-AMT =
                   WS-GROSS-INT * WS-WTAX-RATE / 10000
           ELSE
               MOVE ZERO TO WS-WTAX-AMT
           END-IF.
           COMPUTE WS-NET-INT = WS-GROSS-INT - WS-WTAX-AMT.
           MOVE SPACES TO WS-HELD-REASON.
           MOVE TDM-ID  TO IDX-ID.
           MOVE TDM-DVZ TO IDX-DVZ.
           READ IDX-FILE
                KEY IS IDX-KEY
                INVALID KEY
                MOVE 'FUNDING ACCT NOT ON FILE' TO WS-HELD-REASON
                NOT INVALID KEY
                IF IDX-CLOSED
                    MOVE 'FUNDING ACCOUNT CLOSED' TO WS-HELD-REASON
                END-IF
           END-READ.
           IF WS-HELD-NONE
               PERFORM H410-PAY-DEPOSIT
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO IDX-NAME
               MOVE 'HELD' TO RPT-DET-ACTION
               MOVE SPACES TO RPT-DET-NEXT-MAT
               PERFORM H500-WRITE-LISTING-LINE
               MOVE SPACES TO RPT-HELD-LINE
               MOVE WS-HELD-REASON TO RPT-HLD-TEXT
               WRITE RPT-HELD-LINE
           END-IF.
       H400-END. EXIT.

      *    a payout credits principal and net interest to the funding
      *    account and closes the deposit; a rollover credits only the
      *    net interest and renews the same principal, at the same
      *    locked rate, for another term running on from the
      *    contractual maturity date. a maturity is not customer
      *    activity, so, like an interest posting, it leaves the
      *    activity date alone. the account image is kept before it
      *    is touched: should the deposit then fail to rewrite, the
      *    image goes back on file before the run is stopped, and the
      *    ledger and withholding records are only written once both
      *    masters are safely updated.
       H410-PAY-DEPOSIT.
           MOVE IDX-REC TO WS-IDX-IMAGE.
           MOVE IDX-BALLANCE TO WS-OLD-BAL.
           IF TDM-ROLL-OVER
               MOVE WS-OLD-BAL TO WS-MID-BAL
           ELSE
               COMPUTE WS-MID-BAL = WS-OLD-BAL + TDM-PRINCIPAL
           END-IF.
           COMPUTE WS-NEW-BAL = WS-MID-BAL + WS-NET-INT.
           MOVE WS-NEW-BAL TO IDX-BALLANCE.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           IF TDM-ROLL-OVER
               COMPUTE WS-NEXT-MAT-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TDM-MAT-DATE)
                    + TDM-TERM-DAYS)
               MOVE TDM-MAT-DATE     TO TDM-START-DATE
               MOVE WS-NEXT-MAT-DATE TO TDM-MAT-DATE
               ADD 1 TO TDM-ROLL-COUNT
           ELSE
               MOVE 'M' TO TDM-STATUS
           END-IF.
           MOVE WS-RUN-DATE-NUM TO TDM-LAST-DATE.
           REWRITE TDM-FIELDS
               INVALID KEY
                   PERFORM H419-BACK-OUT-PAYOUT
           END-REWRITE.
           MOVE TDM-ID  TO WS-TD-REF-ID.
           MOVE TDM-DVZ TO WS-TD-REF-DVZ.
           MOVE TDM-SEQ TO WS-TD-REF-SEQ.
           IF TDM-ROLL-OVER
               ADD 1 TO WS-ROLLED-COUNT
               MOVE 'ROLLED' TO RPT-DET-ACTION
               MOVE WS-NEXT-MAT-DATE TO RPT-DET-NEXT-MAT
           ELSE
               ADD 1 TO WS-PAID-COUNT
               MOVE 'TDP'         TO WS-LEG-SOURCE
               MOVE TDM-PRINCIPAL TO WS-LEG-AMOUNT
               MOVE WS-OLD-BAL    TO WS-LEG-OLD
               MOVE WS-MID-BAL    TO WS-LEG-NEW
               PERFORM H450-WRITE-LEDGER-REC
               MOVE 'PAID' TO RPT-DET-ACTION
               MOVE SPACES TO RPT-DET-NEXT-MAT
           END-IF.
           IF WS-NET-INT > ZERO
               MOVE 'TDI'         TO WS-LEG-SOURCE
               MOVE WS-NET-INT    TO WS-LEG-AMOUNT
               MOVE WS-MID-BAL    TO WS-LEG-OLD
               MOVE WS-NEW-BAL    TO WS-LEG-NEW
               PERFORM H450-WRITE-LEDGER-REC
           END-IF.
           IF WS-GROSS-INT > ZERO
               PERFORM H460-WRITE-WTAX-REC
           END-IF.
           PERFORM H500-WRITE-LISTING-LINE.
       H410-END. EXIT.

       H419-BACK-OUT-PAYOUT.
           DISPLAY 'UNABLE TO REWRITE TDMAST: ' TDM-ST
               ' - PAYOUT TO ' TDM-ID ' ' TDM-DVZ ' BACKED OUT'.
           MOVE TDM-ST TO RETURN-CODE.
           MOVE WS-IDX-IMAGE TO IDX-REC.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'PAYOUT BACK-OUT FAILED FOR '
                       TDM-ID ' ' TDM-DVZ ': ' IDX-ST
           END-REWRITE.
           PERFORM H999-PROGRAM-EXIT.
       H419-END. EXIT.

      *    both legs are credits to the funding account, valued on
      *    the run date the money became available.
       H450-WRITE-LEDGER-REC.
           MOVE SPACES          TO LGR-REC.
           MOVE TDM-ID          TO LGR-ID.
           MOVE TDM-DVZ         TO LGR-DVZ.
           MOVE 'C'             TO LGR-DC.
           MOVE WS-LEG-AMOUNT   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-AMOUNT.
           MOVE WS-LEG-OLD      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-OLD-BAL.
           MOVE WS-LEG-NEW      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-NEW-BAL.
           MOVE WS-RUN-DATE     TO LGR-VALUE-DATE.
           MOVE WS-RUN-DATE     TO LGR-RUN-DATE.
           MOVE WS-LEG-SOURCE   TO LGR-SOURCE.
           MOVE WS-TD-REF       TO LGR-XFR-REF.
           WRITE LGR-REC.
       H450-END. EXIT.

      *    written only after both rewrites proved, so WTAXFILE never
      *    carries tax on interest that was not paid. Same rule as
      *    PBE005HW's H465.
       H460-WRITE-WTAX-REC.
           MOVE SPACES        TO WTX-REC.
           MOVE TDM-ID        TO WTX-ID.
           MOVE TDM-DVZ       TO WTX-DVZ.
           MOVE WS-GROSS-INT  TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT   TO WTX-GROSS-INT.
           MOVE WS-WTAX-AMT   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT   TO WTX-TAX.
           MOVE WS-RUN-DATE   TO WTX-RUN-DATE.
           WRITE WTX-REC.
       H460-END. EXIT.

      *    the caller has set the action and the new maturity column.
       H500-WRITE-LISTING-LINE.
           MOVE TDM-ID        TO RPT-DET-ID.
           MOVE TDM-DVZ       TO RPT-DET-DVZ.
           MOVE TDM-SEQ       TO RPT-DET-SEQ.
           MOVE IDX-NAME      TO RPT-DET-NAME.
           MOVE WS-PAY-DATE   TO RPT-DET-MAT-DATE.
           MOVE TDM-RATE      TO RPT-DET-RATE.
           MOVE TDM-PRINCIPAL TO RPT-DET-PRINCIPAL.
           MOVE WS-GROSS-INT  TO RPT-DET-GROSS.
           MOVE WS-WTAX-AMT   TO RPT-DET-TAX.
           MOVE WS-NET-INT    TO RPT-DET-NET.
           WRITE RPT-DETAIL-LINE.
       H500-END. EXIT.

       H700-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'DEPOSITS PAID OUT' TO RPT-TOT-TEXT.
           MOVE WS-PAID-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'DEPOSITS ROLLED OVER' TO RPT-TOT-TEXT.
           MOVE WS-ROLLED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'DEPOSITS HELD' TO RPT-TOT-TEXT.
           MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
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
               MOVE 'PAID' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-PAID-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'ROLLED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-ROLLED-COUNT
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
           CLOSE TDM-MASTER.
           CLOSE IDX-FILE.
           CLOSE LGR-FILE.
           CLOSE WTX-FILE.
           CLOSE MAT-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
