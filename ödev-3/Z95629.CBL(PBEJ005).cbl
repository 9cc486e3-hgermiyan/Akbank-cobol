                             STATUS CTL-ST.
           SELECT JRN-FILE   ASSIGN TO GLJRNL
                             STATUS JRN-ST.
      *    cumulative GL history the month-end trial balance is drawn
      *    from. OPTIONAL so the first released journal creates it.
           SELECT OPTIONAL GLH-FILE
                             ASSIGN TO GLHIST
                             STATUS GLH-ST.
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
      *    before/after balance postings written by PBE005HW; the

      *    customer movements applied by PBEP005; a deposit books
      *    cash against customer liability, a withdrawal the other
      *    way round. the legs of a transfer carry their source and
      *    book against a clearing account instead of cash.
       FD  LGR-FILE RECORDING MODE F.
       01  LGR-REC.
           03 LGR-ID           PIC X(5).
           03 LGR-RUN-DATE     PIC X(8).
           03 FILLER           PIC X(3).
           03 LGR-BACKVAL      PIC X(1).
           03 FILLER           PIC X(3).
           03 LGR-SOURCE       PIC X(3).
           03 FILLER           PIC X(3).
           03 LGR-XFR-REF      PIC X(14).

      *    run-level control totals written by PBE005HW; the latest
      *    FINAL record carries the hash totals the night's interest
           03 FILLER           PIC X(2) VALUE SPACES.
           03 JRT-STATUS       PIC X(10).

      *    every DET record of every journal that proved, night after
      *    night, in the same layout as GLJRNL. PBEV005 appends its
      *    month-end revaluation entries here as well.
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
      *    each night; the whole batch suite reads its current date
      *    as the processing date.
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

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
           03 AUD-ST           PIC 9(2).
              88 CTL-EOF                VALUE 10.
           03 JRN-ST           PIC 9(2).
              88 JRN-SUCCESS            VALUE 00 97.
              88 JRN-EOF                VALUE 10.
      *    05 is the optional-file open of a history that did not
      *    exist yet, which is a normal first release.
           03 GLH-ST           PIC 9(2).
              88 GLH-SUCCESS            VALUE 00 05 97.
              88 GLH-EOF                VALUE 10.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.

           03 WS-JRN-DVZ       PIC X(3).
           03 WS-JRN-DATE      PIC X(8).
           03 WS-JRN-SOURCE    PIC X(3).
      *    the account a movement's customer-liability leg is booked
      *    against: CASH for money over the counter, XFRCLR for a
      *    transfer between two accounts in one currency, whose two
      *    legs clear each other to nil, and FXCONV for a transfer
      *    across currencies, where each leg books its own currency's
      *    side of the conversion, and SOPCLR for a standing order
      *    paid out to a payee outside the bank.
           03 WS-OFFSET-ACCOUNT PIC X(8).

           03 WS-TOT-DR        PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-TOT-CR        PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-CTL-INTEREST  PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-OUT-OF-PROOF  PIC X VALUE 'N'.
              88 WS-IS-OUT-OF-PROOF      VALUE 'Y'.
      *    a proved night already on GLHIST is not posted a second
      *    time when the journal is rerun for the same date.
           03 WS-GLH-POSTED    PIC X VALUE 'N'.
              88 WS-GLH-IS-POSTED        VALUE 'Y'.
           03 WS-GLH-COUNT     PIC 9(8) VALUE ZERO.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEJ005'.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 6.
           03 WS-RCL-PRED-DONE OCCURS 6 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
           03 FILLER           PIC X(8) VALUE 'PBEU005'.
           03 FILLER           PIC X(8) VALUE 'PBEF005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 6 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H190-INITIALIZE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-AUDIT UNTIL AUD-EOF.
           PERFORM H400-PROCESS-LEDGER UNTIL LGR-EOF.
           PERFORM H600-READ-CONTROL-TOTALS UNTIL CTL-EOF.
           PERFORM H700-PROVE-AND-TRAIL.
           IF NOT WS-IS-OUT-OF-PROOF
               PERFORM H800-POST-GL-HISTORY
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
           OPEN INPUT  AUD-FILE.
           OPEN INPUT  LGR-FILE.
               COMPUTE WS-ABS-AMOUNT = FUNCTION NUMVAL (LGR-AMOUNT)
               MOVE LGR-DVZ      TO WS-JRN-DVZ
               MOVE LGR-RUN-DATE TO WS-JRN-DATE
               PERFORM H505-SET-OFFSET-ACCOUNT
               IF LGR-DC = 'C'
                   PERFORM H510-BOOK-DEPOSIT
               ELSE
           END-IF.
       H500-END. EXIT.

      *    the side against the customer's money depends on where the
      *    movement came from. a term-deposit opening (TDO) moves the
      *    principal out of the demand liability into the term one,
      *    the payout (TDP) moves it back, and the deposit's net
      *    interest (TDI) is interest expense; TDI is kept out of the
      *    CTLFILE interest proof, which covers PBE005HW's postings
      *    only. a charge from the monthly fee run (FEE) is fee
      *    income. an opening deposit taken by PBEM005 (OPN) is cash
      *    in, kept under its own source so it can be told apart from
      *    the day's movements. a standing order paying outside the
      *    bank (SOP) never touches the till: it is booked to the
      *    outward-payments clearing account the payment goes out
      *    through.
       H505-SET-OFFSET-ACCOUNT.
           EVALUATE LGR-SOURCE
               WHEN 'XFR'
                   MOVE 'XFRCLR'   TO WS-OFFSET-ACCOUNT
                   MOVE 'XFR'      TO WS-JRN-SOURCE
               WHEN 'FXT'
                   MOVE 'FXCONV'   TO WS-OFFSET-ACCOUNT
                   MOVE 'FXT'      TO WS-JRN-SOURCE
               WHEN 'TDO'
               WHEN 'TDP'
                   MOVE 'TDLIAB'   TO WS-OFFSET-ACCOUNT
                   MOVE LGR-SOURCE TO WS-JRN-SOURCE
               WHEN 'TDI'
                   MOVE 'INTEXP'   TO WS-OFFSET-ACCOUNT
                   MOVE 'TDI'      TO WS-JRN-SOURCE
               WHEN 'FEE'
                   MOVE 'FEEINC'   TO WS-OFFSET-ACCOUNT
                   MOVE 'FEE'      TO WS-JRN-SOURCE
               WHEN 'OPN'
                   MOVE 'CASH'     TO WS-OFFSET-ACCOUNT
                   MOVE 'OPN'      TO WS-JRN-SOURCE
               WHEN 'SOP'
                   MOVE 'SOPCLR'   TO WS-OFFSET-ACCOUNT
                   MOVE 'SOP'      TO WS-JRN-SOURCE
               WHEN OTHER
                   MOVE 'CASH'     TO WS-OFFSET-ACCOUNT
                   MOVE 'MVT'      TO WS-JRN-SOURCE
           END-EVALUATE.
       H505-END. EXIT.

       H510-BOOK-DEPOSIT.
           MOVE WS-OFFSET-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE 'D'        TO JRN-DC
           PERFORM H550-WRITE-JOURNAL-REC.
           MOVE 'CUSTLIAB' TO JRN-GL-ACCOUNT
           MOVE 'CUSTLIAB' TO JRN-GL-ACCOUNT
           MOVE 'D'        TO JRN-DC
           PERFORM H550-WRITE-JOURNAL-REC.
           MOVE WS-OFFSET-ACCOUNT TO JRN-GL-ACCOUNT
           MOVE 'C'        TO JRN-DC
           PERFORM H550-WRITE-JOURNAL-REC.
       H520-END. EXIT.
           DISPLAY 'RECORDS OUTSIDE RUN DATE:' WS-PRIOR-COUNT.
       H700-END. EXIT.

      *    only a journal that proved is posted to the cumulative GL
      *    history: the file just written is read back and its DET
      *    records appended, so the history holds exactly what was
      *    released. a HELD night reaches the history when it is put
      *    right and rerun.
       H800-POST-GL-HISTORY.
           PERFORM H810-CHECK-GL-HISTORY.
           IF WS-GLH-IS-POSTED
               DISPLAY 'GLJRNL FOR ' WS-RUN-DATE
                   ' ALREADY ON GLHIST - NOT POSTED AGAIN'
           ELSE
               CLOSE JRN-FILE
               OPEN INPUT JRN-FILE
               OPEN EXTEND GLH-FILE
               IF (NOT JRN-SUCCESS)
               DISPLAY 'UNABLE TO REOPEN GLJRNL: ' JRN-ST
               MOVE JRN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               IF (NOT GLH-SUCCESS)
               DISPLAY 'UNABLE TO OPEN GLHIST: ' GLH-ST
               MOVE GLH-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
               END-IF
               PERFORM H820-COPY-JOURNAL-REC UNTIL JRN-EOF
               DISPLAY 'GLHIST ENTRIES POSTED: ' WS-GLH-COUNT
           END-IF.
       H800-END. EXIT.

      *    the history is read whole looking for a night's journal
      *    already posted for this date. revaluation entries carry
      *    the month-end date too and are not the night's journal.
       H810-CHECK-GL-HISTORY.
           OPEN INPUT GLH-FILE.
           IF GLH-SUCCESS
               PERFORM H815-SCAN-GL-HISTORY UNTIL GLH-EOF
           END-IF.
           CLOSE GLH-FILE.
       H810-END. EXIT.

       H815-SCAN-GL-HISTORY.
           READ GLH-FILE
               AT END SET GLH-EOF TO TRUE
               NOT AT END
                   IF GLH-DATE = WS-RUN-DATE
                       AND GLH-SOURCE NOT = 'RVL'
                       MOVE 'Y' TO WS-GLH-POSTED
                   END-IF
           END-READ.
       H815-END. EXIT.

       H820-COPY-JOURNAL-REC.
           READ JRN-FILE
               AT END SET JRN-EOF TO TRUE
               NOT AT END
                   IF JRN-TAG = 'DET'
                       MOVE JRN-REC TO GLH-REC
                       WRITE GLH-REC
                       ADD 1 TO WS-GLH-COUNT
                   END-IF
           END-READ.
       H820-END. EXIT.

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
               MOVE 'AUDIT' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-AUD-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'LEDGER' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-LGR-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'ENTRIES' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-ENTRY-COUNT
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
      *    convention as PBE005HW. the history is only opened by
      *    the posting step; closing it unopened only sets its
      *    status.
       H999-PROGRAM-EXIT.
           CLOSE AUD-FILE.
           CLOSE LGR-FILE.
           CLOSE CTL-FILE.
           CLOSE JRN-FILE.
           CLOSE GLH-FILE.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
