                             STATUS IDX-ST.
           SELECT CTL-FILE   ASSIGN TO CTLFILE
                             STATUS CTL-ST.
      *    cumulative posting ledger, read for the postings made to
      *    IDXFILE after PBE005HW's control totals were taken.
           SELECT LGR-FILE   ASSIGN TO LEDGER
                             STATUS LGR-ST.
           SELECT RECON-RPT  ASSIGN TO RECONRPT
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
       FD  ACCT-MASTER.
           03 FILLER            PIC X(2).
           03 CTL-STATUS        PIC X(7).

      *    one record per balance movement, with the balance either
      *    side of it. Same layout as PBEP005.
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
      *    the sources posted after the interest run each night: the
      *    term-deposit opening, payout and interest and the monthly
      *    fees.
           03 LGR-SOURCE       PIC X(3).
              88 LGR-AFTER-INTEREST     VALUE 'TDO' 'TDP' 'TDI'
                                              'FEE'.
           03 FILLER           PIC X(3).
           03 LGR-XFR-REF      PIC X(14).

      *    the one business-date control record PBEB005 rolls forward
      *    each night; the whole batch suite reads its current date
      *    as the processing date.
       01  RPT-RESULT-LINE.
           03 RPT-RES-TEXT     PIC X(40).

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
           03 ACM-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 97.
              88 LGR-EOF                VALUE 10.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-IDX-READ-COUNT   PIC 9(8) VALUE ZERO.
           03 WS-UNFUNDED-COUNT   PIC 9(8) VALUE ZERO.
           03 WS-IDX-BAL-TOTAL    PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-CTL-NEW-BAL      PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-CTL-RUN-DATE     PIC X(8) VALUE SPACES.
           03 WS-LATE-ADJUSTMENT  PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-LATE-COUNT       PIC 9(8) VALUE ZERO.
           03 WS-SKIP-COUNT       PIC 9(8) VALUE ZERO.
           03 WS-BAL-DIFFERENCE   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-FINAL-FOUND      PIC X VALUE 'N'.
              88 WS-FINAL-IS-FOUND       VALUE 'Y'.
           03 WS-OUT-OF-BALANCE   PIC X VALUE 'N'.
              88 WS-IS-OUT-OF-BALANCE    VALUE 'Y'.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEN005'.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 5.
           03 WS-RCL-PRED-DONE OCCURS 5 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
           03 FILLER           PIC X(8) VALUE 'PBEU005'.
           03 FILLER           PIC X(8) VALUE 'PBEF005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 5 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    merge: no in-memory table, and no compile-time cap a
      *    growing book can fall off.
       0000-MAIN.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H190-INITIALIZE.
           PERFORM H200-READ-MASTER.
           PERFORM H300-MATCH-MASTERS
               UNTIL ACM-EOF AND IDX-EOF.
           PERFORM H500-READ-CONTROL-TOTALS UNTIL CTL-EOF.
           IF WS-FINAL-IS-FOUND
               PERFORM H550-READ-LATE-POSTING UNTIL LGR-EOF
           END-IF.
           PERFORM H600-PROVE-TOTALS.
           PERFORM H700-WRITE-RESULT.
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
           OPEN INPUT  ACCT-MASTER.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CTL-FILE.
           OPEN INPUT  LGR-FILE.
           OPEN OUTPUT RECON-RPT.
           IF (NOT ACM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ACCTIDX: ' ACM-ST
           MOVE CTL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RECONRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
      *    the run is dated from the business date PBEB005 rolled the
      *    BUSDATE control record to. Same convention as PBE005HW.
       H190-INITIALIZE.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'NIGHTLY MASTER RECONCILIATION' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
                       MOVE 'Y' TO WS-FINAL-FOUND
                       COMPUTE WS-CTL-NEW-BAL =
                           FUNCTION NUMVAL (CTL-HASH-NEW-BAL)
                       MOVE CTL-RUN-DATE TO WS-CTL-RUN-DATE
                   END-IF
           END-READ.
       H500-END. EXIT.

      *    the hash is taken straight after the interest run, but the
      *    term-deposit and fee steps post to IDXFILE after it, and
      *    ahead of this one. what each of those postings moved a
      *    balance by, on the control run's date, is carried as an
      *    adjustment to the hash so the file still proves. a record
      *    that will not parse is skipped and listed, and leaves the
      *    file out of balance, since its movement is unknown.
       H550-READ-LATE-POSTING.
           READ LGR-FILE
               AT END SET LGR-EOF TO TRUE
               NOT AT END
                   IF LGR-RUN-DATE = WS-CTL-RUN-DATE
                       AND LGR-AFTER-INTEREST
                       PERFORM H555-ADD-LATE-POSTING
                   END-IF
           END-READ.
       H550-END. EXIT.

       H555-ADD-LATE-POSTING.
           IF FUNCTION TEST-NUMVAL (LGR-OLD-BAL) NOT = ZERO
               OR FUNCTION TEST-NUMVAL (LGR-NEW-BAL) NOT = ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'LEDGER UNPARSABLE RECORD SKIPPED: '
                   LGR-ID ' ' LGR-DVZ ' ' LGR-SOURCE
           ELSE
               ADD 1 TO WS-LATE-COUNT
               COMPUTE WS-LATE-ADJUSTMENT = WS-LATE-ADJUSTMENT
                   + FUNCTION NUMVAL (LGR-NEW-BAL)
                   - FUNCTION NUMVAL (LGR-OLD-BAL)
           END-IF.
       H555-END. EXIT.

       H600-PROVE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'IDXFILE BALANCES RE-ADDED:' TO RPT-TOT-TEXT.
               MOVE 'CTLFILE FINAL NEW-BAL HASH:' TO RPT-TOT-TEXT
               MOVE WS-CTL-NEW-BAL TO RPT-TOT-AMOUNT
               WRITE RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOTAL-LINE
               MOVE 'POSTED AFTER HASH (TD, FEES):' TO RPT-TOT-TEXT
               MOVE WS-LATE-ADJUSTMENT TO RPT-TOT-AMOUNT
               WRITE RPT-TOTAL-LINE
               ADD WS-LATE-ADJUSTMENT TO WS-CTL-NEW-BAL
               MOVE SPACES TO RPT-TOTAL-LINE
               MOVE 'EXPECTED IDXFILE TOTAL:' TO RPT-TOT-TEXT
               MOVE WS-CTL-NEW-BAL TO RPT-TOT-AMOUNT
               WRITE RPT-TOTAL-LINE
               COMPUTE WS-BAL-DIFFERENCE =
                   WS-IDX-BAL-TOTAL - WS-CTL-NEW-BAL
               MOVE SPACES TO RPT-TOTAL-LINE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           IF WS-ORPHAN-COUNT > ZERO OR WS-UNFUNDED-COUNT > ZERO
               OR WS-SKIP-COUNT > ZERO
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
       H600-END. EXIT.
           WRITE RPT-RESULT-LINE.
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
               MOVE 'IDX READ' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-IDX-READ-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'ORPHAN' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-ORPHAN-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'UNFUNDED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-UNFUNDED-COUNT
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
           CLOSE ACCT-MASTER.
           CLOSE IDX-FILE.
           CLOSE CTL-FILE.
           CLOSE LGR-FILE.
           CLOSE RECON-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
