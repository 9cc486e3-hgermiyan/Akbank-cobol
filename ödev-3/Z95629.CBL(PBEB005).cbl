                             STATUS HOL-ST.
           SELECT PARM-CARD  ASSIGN TO BUSPARM
                             STATUS PRM-ST.
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
      *    the one business-date control record the whole batch suite
           03 PRM-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(72).

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
           03 BUS-ST           PIC 9(2).
           03 PRM-ST           PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.

           03 WS-OLD-CURR-DATE PIC 9(8) VALUE ZERO.
           03 WS-OLD-NEXT-DATE PIC 9(8) VALUE ZERO.
           03 WS-NEW-CURR-DATE PIC 9(8) VALUE ZERO.
           03 WS-NEW-PREV-DATE PIC 9(8).
       01  WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2) VALUE ZERO.

      *    run-control state for the roll. the predecessor list is
      *    every step that must be complete for the night being
      *    rolled away from before the date may move on; the roll
      *    itself is logged under the date it rolls to.
       01  WS-RUN-CONTROL-AREA.
      *    05 is the optional-file open of a log that did not exist
      *    yet, which is the first step of the first night.
           03 RCL-ST           PIC 9(2).
              88 RCL-SUCCESS            VALUE 00 05 97.
              88 RCL-EOF                VALUE 10.
           03 RCO-ST           PIC 9(2).
              88 RCO-SUCCESS            VALUE 00 97.
              88 RCO-EOF                VALUE 10.
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEB005'.
           03 WS-RCL-DATE      PIC 9(8) VALUE ZERO.
           03 WS-RCL-PRED-DATE PIC 9(8) VALUE ZERO.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 8.
           03 WS-RCL-PRED-DONE OCCURS 8 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
           03 FILLER           PIC X(8) VALUE 'PBEU005'.
           03 FILLER           PIC X(8) VALUE 'PBEF005'.
           03 FILLER           PIC X(8) VALUE 'PBEJ005'.
           03 FILLER           PIC X(8) VALUE 'PBEV005'.
           03 FILLER           PIC X(8) VALUE 'PBEY005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 8 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).

      *    non-working dates off HOLCAL. a few years of holidays fit
      *    with room to spare; the table sits last in working storage
      *    behind nothing variably located.
           PERFORM H150-LOAD-HOLIDAYS.
           PERFORM H200-READ-OLD-BUSDATE.
           PERFORM H250-PICK-NEW-DATE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H300-COMPUTE-NEIGHBORS.
           PERFORM H400-WRITE-BUSDATE.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

      *    the run-control gate, taken before BUSDATE is rewritten.
      *    the date may not roll while any step of the night on file
      *    is not complete, so a night that abended is never rolled
      *    past, nor one whose balance master was never image-copied
      *    by PBEY005, and it may not roll onto a date already rolled
      *    to. an operator override card on RUNOVRD naming PBEB005
      *    lets it roll regardless, and the override is carried on its
      *    records. the very first roll has no night behind it to
      *    judge.
       H105-CHECK-RUN-CONTROL.
           MOVE WS-NEW-CURR-DATE TO WS-RCL-DATE.
           MOVE WS-OLD-CURR-DATE TO WS-RCL-PRED-DATE.
           IF WS-OLD-CURR-DATE = ZERO
               MOVE ZERO TO WS-RCL-PRED-COUNT
           END-IF.
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

      *    only END records count: the roll's own under the date it
      *    rolls to, the night's steps under the date on file. a step
      *    run more than once is judged on its latest run.
       H107-SCAN-RUN-CONTROL.
           READ RCL-FILE
               AT END SET RCL-EOF TO TRUE
               NOT AT END
                   IF RCL-EVENT = 'END'
                       PERFORM H107A-NOTE-STEP-END
                   END-IF
           END-READ.
       H107-END. EXIT.

       H107A-NOTE-STEP-END.
           IF RCL-PROGRAM = WS-RCL-PROGRAM
               AND RCL-BUS-DATE = WS-RCL-DATE
               IF RCL-STATUS = 'COMPLETE'
                   MOVE 'Y' TO WS-RCL-DONE
               ELSE
                   MOVE 'N' TO WS-RCL-DONE
               END-IF
           END-IF.
           IF RCL-BUS-DATE = WS-RCL-PRED-DATE
               PERFORM H107B-NOTE-PREDECESSOR
           END-IF.
       H107A-END. EXIT.

       H107B-NOTE-PREDECESSOR.
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
       H107B-END. EXIT.

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

      *    BUSDATE is untouched, so a refusal stops the run here
      *    rather than through H999-PROGRAM-EXIT, whose end record
      *    would log the roll as having run.
       H109-REFUSE-RUN.
           DISPLAY 'RUN REFUSED - ' WS-RCL-PROGRAM ' FOR '
               WS-RCL-DATE ' - ' WS-RCL-REASON ' ' WS-RCL-REASON-PGM.
           MOVE 'REFUSED' TO WS-RCL-EVENT.
           MOVE 'REFUSED' TO WS-RCL-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM H995-WRITE-RUN-CONTROL.
           STOP RUN.
       H109-END. EXIT.

      *    calendar days per month, indexed by WS-DC-MM; February is
      *    loaded as 29 and trimmed back to 28 for non-leap years by
      *    VALIDATE-DATE below. Same table as PBEG005.
                           AND BUS-NEXT-DATE > ZERO
                           MOVE BUS-NEXT-DATE TO WS-OLD-NEXT-DATE
                       END-IF
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-OLD-CURR-DATE
                       END-IF
               END-READ
               CLOSE BUS-FILE
           END-IF.
               ' NEXT ' WS-NEW-NEXT-DATE ')'.
       H400-END. EXIT.

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
               MOVE 'HOLIDAYS' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-HOL-COUNT
                   TO WS-RCL-COUNT (1)
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

      *    STOP RUN here so a bad card or a failed BUSDATE write
      *    halts the job instead of leaving the suite to price from
      *    a half-rolled control record. Same convention as PBE005HW.
       H999-PROGRAM-EXIT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
