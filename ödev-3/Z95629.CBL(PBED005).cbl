                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    STATTRN is the approved stream PBEA005 releases on
      *    STATAPV, never the makers' raw keying.
           SELECT STAT-TRANS ASSIGN TO STATTRN
                             STATUS STA-ST.
           SELECT PARM-CARD  ASSIGN TO DORMPARM
                             ACCESS MODE RANDOM
                             RECORD KEY ACCT-NO
                             STATUS ACM-ST.
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

      *    deliberate status changes keyed by the branches: close an
      *    account, reopen it, or force dormancy ahead of the sweep.
      *    each carries the maker's and the approving checker's IDs.
       FD  STAT-TRANS RECORDING MODE F.
       01  STAT-REC.
           03 STA-ID           PIC X(5).
           03 STA-DVZ          PIC X(3).
           03 STA-STATUS       PIC X(1).
              88 STA-VALID-STATUS VALUE 'A' 'D' 'C'.
           03 STA-MAKER        PIC X(8).
           03 STA-CHECKER      PIC X(8).

      *    one card: the number of days without customer activity
      *    after which an account is swept dormant.
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    every status change this step makes, keyed or swept, with
      *    the business date it was made for: the forward recovery of
      *    IDXFILE (PBEZ005) replays the applied ones in this order.
       FD  STAT-LOG RECORDING MODE F.
       01  LOG-REC.
           03 LOG-ID           PIC X(5).
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-RUN-DATE     PIC X(8).

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
           03 WS-REJECT-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-SWEPT-COUNT   PIC 9(6) VALUE ZERO.
           03 WS-DORMANT-COUNT PIC 9(6) VALUE ZERO.
           03 WS-LOG-ID        PIC 9(5).
           03 WS-LOG-DVZ       PIC 9(3).

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBED005'.
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
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
           03 FILLER           PIC X(8) VALUE 'PBEA005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 5 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARM-CARD.
           PERFORM H190-INITIALIZE.
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

      *    the status transaction file is optional: a sweep-only run
      *    simply has no STATTRN, so its EOF flag is set and the run
      *    carries on. Same convention as PBEE005's recycle file.
      *    PBEB005 rolled the BUSDATE control record to. Same
      *    convention as PBE005HW.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           END-READ.
       H200-END. EXIT.

      *    a change without a maker and a different checker on it never
      *    passed through approval and is logged, not applied.
       H210-APPLY-ONE-TRANS.
           EVALUATE TRUE
               WHEN STA-MAKER = SPACES OR STA-CHECKER = SPACES
                   OR STA-CHECKER = STA-MAKER
                   MOVE 'NOT AUTHORISED' TO LOG-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM H920-WRITE-LOG
               WHEN NOT STA-VALID-STATUS
                   MOVE 'BAD STATUS CODE' TO LOG-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM H920-WRITE-LOG
               WHEN OTHER
                   PERFORM H220-READ-AND-SET-STATUS
           END-EVALUATE.
       H210-END. EXIT.

       H220-READ-AND-SET-STATUS.
           MOVE STA-ID     TO LOG-ID.
           MOVE STA-DVZ    TO LOG-DVZ.
           MOVE STA-STATUS TO LOG-STATUS.
           MOVE STA-MAKER  TO LOG-MAKER.
           MOVE STA-CHECKER TO LOG-CHECKER.
           MOVE WS-RUN-DATE TO LOG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H920-END. EXIT.

      *    a swept account is a status change like any keyed one, so
      *    it goes on the log too; no operator keyed it, so the maker
      *    and checker columns stay blank.
       H925-LOG-SWEPT.
           MOVE SPACES     TO LOG-REC.
           MOVE IDX-ID     TO WS-LOG-ID.
           MOVE IDX-DVZ    TO WS-LOG-DVZ.
           MOVE WS-LOG-ID  TO LOG-ID.
           MOVE WS-LOG-DVZ TO LOG-DVZ.
           MOVE IDX-STATUS TO LOG-STATUS.
           MOVE 'SWEPT DORMANT' TO LOG-RESULT.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           MOVE WS-RUN-DATE TO LOG-RUN-DATE.
           WRITE LOG-REC.
       H925-END. EXIT.

      *    the keyed reads above leave the file positioned at the last
      *    transaction's key; START back at the lowest key so the
      *    sweep sees the whole file.
                       PERFORM H999-PROGRAM-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-SWEPT-COUNT
                       PERFORM H925-LOG-SWEPT
                       ADD 1 TO WS-DORMANT-COUNT
                       MOVE 'Y' TO WS-SWEPT-FLAG
                       PERFORM H340-WRITE-LISTING-LINE
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
               MOVE 'TRANS' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-TRANS-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'APPLIED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-APPLIED-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'DORMANT' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-DORMANT-COUNT
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
           END-IF.
           CLOSE DORM-RPT.
           CLOSE STAT-LOG.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
