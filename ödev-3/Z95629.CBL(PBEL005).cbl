       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEL005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the shared run-control log every nightly step writes its
      *    START and END records to. OPTIONAL so a morning with no
      *    log at all still reports every expected step as not run.
           SELECT OPTIONAL RCL-FILE
                             ASSIGN TO RUNCTL
                             STATUS RCL-ST.
           SELECT DATE-CARD  ASSIGN TO DATEPARM
                             STATUS DTE-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
           SELECT RUN-RPT    ASSIGN TO RUNRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *    one run-control event. Same layout as every step writes it.
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

      *    optional one-card override of the night to report, for
      *    reprinting an earlier night. Same card as PBE005HW's.
       FD  DATE-CARD RECORDING MODE F.
       01  DATE-CARD-REC.
           03 DTE-PRICE-DATE   PIC 9(8).
           03 FILLER           PIC X(72).

      *    the one business-date control record PBEB005 rolls forward
      *    each night; its current date is the night just run.
       FD  BUS-FILE RECORDING MODE F.
       01  BUS-REC.
           03 BUS-PREV-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-CURR-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-NEXT-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    the morning report: one line per step run in the order the
      *    steps started, then the expected steps that did not
      *    complete, then the totals.
       FD  RUN-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(30).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-COLUMN-LINE.
           03 RPT-COL-TEXT     PIC X(120).
       01  RPT-DETAIL-LINE.
           03 RPT-DET-PROGRAM  PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-START    PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-END      PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-STATUS   PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-RC       PIC ZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-OVERRIDE PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-COUNT-AREA.
              05 RPT-DET-COUNT-ENTRY OCCURS 3 TIMES.
                 10 RPT-DET-COUNT-NAME PIC X(10).
                 10 RPT-DET-COUNT      PIC ZZZZZZZZ9.
                 10 FILLER             PIC X(2).
       01  RPT-REASON-LINE.
           03 FILLER           PIC X(10).
           03 RPT-RSN-TEXT     PIC X(24).
           03 FILLER           PIC X(1).
           03 RPT-RSN-PGM      PIC X(8).
       01  RPT-MISSING-LINE.
           03 RPT-MIS-PROGRAM  PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-MIS-STATE    PIC X(30).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZ9.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      *    05 is the optional-file open of a log that did not exist
      *    yet: nothing has ever run.
           03 RCL-ST           PIC 9(2).
              88 RCL-SUCCESS            VALUE 00 05 97.
              88 RCL-EOF                VALUE 10.
           03 DTE-ST           PIC 9(2).
              88 DTE-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RPT-DATE      PIC 9(8).
           03 WS-READ-COUNT    PIC 9(8) VALUE ZERO.
           03 WS-COMPLETE-COUNT PIC 9(6) VALUE ZERO.
           03 WS-FAILED-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-NO-END-COUNT  PIC 9(6) VALUE ZERO.
           03 WS-OVERRIDE-COUNT PIC 9(6) VALUE ZERO.
           03 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
           03 WS-RUN-SUB       PIC S9(4) COMP.
           03 WS-EXP-SUB       PIC S9(4) COMP.
           03 WS-CNT-SUB       PIC S9(4) COMP.
           03 WS-HIT-SUB       PIC S9(4) COMP.
           03 WS-LAST-STATE    PIC X(8).

      *    one entry per step run on the night, in the order it
      *    started. an END is matched to the latest START of the same
      *    step still without one; a START never matched is a step
      *    that abended or is still running.
           03 WS-RUN-COUNT     PIC S9(4) COMP VALUE ZERO.
           03 WS-RUN-MAX-ENTRIES PIC S9(4) COMP VALUE 100.
           03 WS-RUN-TABLE.
              05 WS-RUN-ENTRY OCCURS 100 TIMES.
                 10 WS-RUN-PROGRAM   PIC X(8).
                 10 WS-RUN-START     PIC X(21).
                 10 WS-RUN-END       PIC X(21).
                 10 WS-RUN-STATUS    PIC X(8).
                 10 WS-RUN-RC        PIC 9(4).
                 10 WS-RUN-OVERRIDE  PIC X(1).
                 10 WS-RUN-OPERATOR  PIC X(8).
                 10 WS-RUN-REASON    PIC X(24).
                 10 WS-RUN-REASON-PGM PIC X(8).
                 10 WS-RUN-COUNTS.
                    15 WS-RUN-COUNT-ENTRY OCCURS 3 TIMES.
                       20 WS-RUN-COUNT-NAME PIC X(10).
                       20 WS-RUN-COUNT-VAL  PIC 9(9).

      *    the steps every night is expected to complete, in the
      *    order the schedule runs them. the month-end steps run
      *    every night and simply finish early outside month-end.
       01  WS-EXPECTED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBEA005'.
           03 FILLER           PIC X(8) VALUE 'PBEE005'.
           03 FILLER           PIC X(8) VALUE 'PBEM005'.
           03 FILLER           PIC X(8) VALUE 'PBE005SO'.
           03 FILLER           PIC X(8) VALUE 'PBEP005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
           03 FILLER           PIC X(8) VALUE 'PBEU005'.
           03 FILLER           PIC X(8) VALUE 'PBEF005'.
           03 FILLER           PIC X(8) VALUE 'PBEJ005'.
           03 FILLER           PIC X(8) VALUE 'PBEV005'.
           03 FILLER           PIC X(8) VALUE 'PBEN005'.
           03 FILLER           PIC X(8) VALUE 'PBED005'.
           03 FILLER           PIC X(8) VALUE 'PBEY005'.
           03 FILLER           PIC X(8) VALUE 'PBEQ005'.
           03 FILLER           PIC X(8) VALUE 'PBE005NF'.
           03 FILLER           PIC X(8) VALUE 'PBES005'.
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-LIST.
           03 WS-EXP-PROGRAM   OCCURS 18 TIMES PIC X(8).
       01  WS-EXP-COUNT        PIC S9(4) COMP VALUE 18.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H190-INITIALIZE.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-RUNS UNTIL RCL-EOF.
           PERFORM H400-WRITE-RUN-LINE
               VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT.
           PERFORM H500-CHECK-EXPECTED.
           PERFORM H700-WRITE-TOTALS.
           IF WS-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  RCL-FILE.
           OPEN OUTPUT RUN-RPT.
           IF (NOT RCL-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RUNCTL: ' RCL-ST
           MOVE RCL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RUNRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'NIGHTLY RUN CONTROL REPORT' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
           MOVE SPACES TO RPT-COLUMN-LINE.
           MOVE 'STEP      START     END       STATUS      RC  OVERRIDE
      -         '  COUNTS' TO RPT-COL-TEXT.
           WRITE RPT-COLUMN-LINE.
       H100-END. EXIT.

      *    the report covers the night on BUSDATE, the date the steps
      *    just run processed; an optional DATEPARM card reprints an
      *    earlier night instead.
       H190-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM H185-READ-BUS-DATE.
           OPEN INPUT DATE-CARD.
           IF DTE-SUCCESS
               READ DATE-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF DTE-PRICE-DATE IS NUMERIC
                           AND DTE-PRICE-DATE > ZERO
                           MOVE DTE-PRICE-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY 'DATEPARM BAD DATE IGNORED: '
                               DTE-PRICE-DATE
                       END-IF
               END-READ
               CLOSE DATE-CARD
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
       H190-END. EXIT.

      *    a missing or unusable control record falls back to the
      *    machine date with a warning. Same convention as PBE005HW.
       H185-READ-BUS-DATE.
           OPEN INPUT BUS-FILE.
           IF BUS-SUCCESS
               READ BUS-FILE
                   AT END PERFORM H186-WARN-NO-BUSDATE
                   NOT AT END
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-RUN-DATE
                       ELSE
                           PERFORM H186-WARN-NO-BUSDATE
                       END-IF
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

      *    every event logged for the night is taken into the table;
      *    other nights are passed over.
       H200-LOAD-RUNS.
           READ RCL-FILE
               AT END SET RCL-EOF TO TRUE
               NOT AT END
                   IF RCL-BUS-DATE = WS-RPT-DATE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM H210-APPLY-EVENT
                   END-IF
           END-READ.
       H200-END. EXIT.

       H210-APPLY-EVENT.
           EVALUATE RCL-EVENT
               WHEN 'START'
               WHEN 'REFUSED'
                   PERFORM H220-ADD-RUN
               WHEN 'END'
                   PERFORM H230-CLOSE-RUN
               WHEN OTHER
                   DISPLAY 'RUNCTL EVENT NOT RECOGNISED: '
                       RCL-PROGRAM ' ' RCL-EVENT
           END-EVALUATE.
       H210-END. EXIT.

       H220-ADD-RUN.
           IF WS-RUN-COUNT >= WS-RUN-MAX-ENTRIES
               DISPLAY 'WS-RUN-TABLE FULL AT ' WS-RUN-MAX-ENTRIES
                   ' ENTRIES - ' RCL-PROGRAM ' ' RCL-EVENT ' IGNORED'
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-HIT-SUB
               MOVE SPACES TO WS-RUN-ENTRY (WS-HIT-SUB)
               MOVE RCL-PROGRAM   TO WS-RUN-PROGRAM (WS-HIT-SUB)
               MOVE RCL-TIMESTAMP TO WS-RUN-START (WS-HIT-SUB)
               MOVE ZERO          TO WS-RUN-RC (WS-HIT-SUB)
               PERFORM H240-TAKE-EVENT
           END-IF.
       H220-END. EXIT.

      *    the END belongs to the latest run of its step still open.
      *    an END with no START before it (a log cut short by hand)
      *    still gets a line of its own.
       H230-CLOSE-RUN.
           MOVE ZERO TO WS-HIT-SUB.
           PERFORM H235-FIND-OPEN-RUN
               VARYING WS-RUN-SUB FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-SUB < 1 OR WS-HIT-SUB > ZERO.
           IF WS-HIT-SUB = ZERO
               PERFORM H220-ADD-RUN
               IF WS-HIT-SUB > ZERO
                   MOVE SPACES TO WS-RUN-START (WS-HIT-SUB)
                   MOVE RCL-TIMESTAMP TO WS-RUN-END (WS-HIT-SUB)
               END-IF
           ELSE
               MOVE RCL-TIMESTAMP TO WS-RUN-END (WS-HIT-SUB)
               PERFORM H240-TAKE-EVENT
           END-IF.
       H230-END. EXIT.

       H235-FIND-OPEN-RUN.
           IF WS-RUN-PROGRAM (WS-RUN-SUB) = RCL-PROGRAM
               AND WS-RUN-STATUS (WS-RUN-SUB) = 'RUNNING'
               MOVE WS-RUN-SUB TO WS-HIT-SUB
           END-IF.
       H235-END. EXIT.

       H240-TAKE-EVENT.
           MOVE RCL-STATUS     TO WS-RUN-STATUS (WS-HIT-SUB).
           MOVE RCL-RC         TO WS-RUN-RC (WS-HIT-SUB).
           MOVE RCL-OVERRIDE   TO WS-RUN-OVERRIDE (WS-HIT-SUB).
           MOVE RCL-OPERATOR   TO WS-RUN-OPERATOR (WS-HIT-SUB).
           MOVE RCL-REASON     TO WS-RUN-REASON (WS-HIT-SUB).
           MOVE RCL-REASON-PGM TO WS-RUN-REASON-PGM (WS-HIT-SUB).
           MOVE RCL-COUNTS     TO WS-RUN-COUNTS (WS-HIT-SUB).
       H240-END. EXIT.

      *    times print as HH.MM.SS off the CURRENT-DATE stamp. a run
      *    still RUNNING never wrote its END: it abended or is still
      *    going, and it prints as NO END. a refusal or an override
      *    prints its reason on the line below.
       H400-WRITE-RUN-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-RUN-PROGRAM (WS-RUN-SUB) TO RPT-DET-PROGRAM.
           IF WS-RUN-START (WS-RUN-SUB) NOT = SPACES
               STRING WS-RUN-START (WS-RUN-SUB) (9:2) '.'
                      WS-RUN-START (WS-RUN-SUB) (11:2) '.'
                      WS-RUN-START (WS-RUN-SUB) (13:2)
                   DELIMITED BY SIZE INTO RPT-DET-START
           END-IF.
           IF WS-RUN-END (WS-RUN-SUB) NOT = SPACES
               STRING WS-RUN-END (WS-RUN-SUB) (9:2) '.'
                      WS-RUN-END (WS-RUN-SUB) (11:2) '.'
                      WS-RUN-END (WS-RUN-SUB) (13:2)
                   DELIMITED BY SIZE INTO RPT-DET-END
           END-IF.
           EVALUATE WS-RUN-STATUS (WS-RUN-SUB)
               WHEN 'COMPLETE'
                   ADD 1 TO WS-COMPLETE-COUNT
                   MOVE 'COMPLETE' TO RPT-DET-STATUS
               WHEN 'FAILED'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FAILED' TO RPT-DET-STATUS
               WHEN 'REFUSED'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'REFUSED' TO RPT-DET-STATUS
               WHEN OTHER
                   ADD 1 TO WS-NO-END-COUNT
                   MOVE 'NO END' TO RPT-DET-STATUS
           END-EVALUATE.
           MOVE WS-RUN-RC (WS-RUN-SUB) TO RPT-DET-RC.
           IF WS-RUN-OVERRIDE (WS-RUN-SUB) = 'Y'
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE WS-RUN-OPERATOR (WS-RUN-SUB) TO RPT-DET-OVERRIDE
           END-IF.
           PERFORM H410-MOVE-COUNT
               VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 3.
           WRITE RPT-DETAIL-LINE.
           IF WS-RUN-REASON (WS-RUN-SUB) NOT = SPACES
               MOVE SPACES TO RPT-REASON-LINE
               MOVE WS-RUN-REASON (WS-RUN-SUB) TO RPT-RSN-TEXT
               MOVE WS-RUN-REASON-PGM (WS-RUN-SUB) TO RPT-RSN-PGM
               WRITE RPT-REASON-LINE
           END-IF.
       H400-END. EXIT.

      *    a count slot the step left unlabelled stays blank.
       H410-MOVE-COUNT.
           IF WS-RUN-COUNT-NAME (WS-RUN-SUB WS-CNT-SUB) NOT = SPACES
               MOVE WS-RUN-COUNT-NAME (WS-RUN-SUB WS-CNT-SUB)
                   TO RPT-DET-COUNT-NAME (WS-CNT-SUB)
               MOVE WS-RUN-COUNT-VAL (WS-RUN-SUB WS-CNT-SUB)
                   TO RPT-DET-COUNT (WS-CNT-SUB)
           END-IF.
       H410-END. EXIT.

      *    each expected step is judged on its latest run of the
      *    night; one that never ran, or whose latest run did not
      *    complete, is listed for operations to chase. a refused
      *    start never ran at all, so it does not count as the
      *    step's latest run: as in every step's own gate, only an
      *    END decides, and a step refused after it completed is
      *    still complete. a refusal is listed among the runs above
      *    either way, and judges the step only when it has no END.
       H500-CHECK-EXPECTED.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS NOT COMPLETE' TO RPT-TOT-TEXT.
           WRITE RPT-TOTAL-LINE.
           PERFORM H510-CHECK-ONE-STEP
               VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT.
       H500-END. EXIT.

       H510-CHECK-ONE-STEP.
           MOVE SPACES TO WS-LAST-STATE.
           PERFORM H520-FIND-LATEST-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT.
           IF WS-LAST-STATE NOT = 'COMPLETE'
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO RPT-MISSING-LINE
               MOVE WS-EXP-PROGRAM (WS-EXP-SUB) TO RPT-MIS-PROGRAM
               EVALUATE WS-LAST-STATE
                   WHEN SPACES
                       MOVE 'NOT RUN' TO RPT-MIS-STATE
                   WHEN 'FAILED'
                       MOVE 'FAILED' TO RPT-MIS-STATE
                   WHEN 'REFUSED'
                       MOVE 'REFUSED' TO RPT-MIS-STATE
                   WHEN OTHER
                       MOVE 'NO END - ABENDED OR RUNNING'
                           TO RPT-MIS-STATE
               END-EVALUATE
               WRITE RPT-MISSING-LINE
           END-IF.
       H510-END. EXIT.

       H520-FIND-LATEST-RUN.
           IF WS-RUN-PROGRAM (WS-RUN-SUB) =
               WS-EXP-PROGRAM (WS-EXP-SUB)
               IF WS-RUN-STATUS (WS-RUN-SUB) NOT = 'REFUSED'
                   OR WS-LAST-STATE = SPACES
                   MOVE WS-RUN-STATUS (WS-RUN-SUB) TO WS-LAST-STATE
               END-IF
           END-IF.
       H520-END. EXIT.

       H700-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'RUN CONTROL EVENTS READ' TO RPT-TOT-TEXT.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS COMPLETE' TO RPT-TOT-TEXT.
           MOVE WS-COMPLETE-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS FAILED' TO RPT-TOT-TEXT.
           MOVE WS-FAILED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS REFUSED' TO RPT-TOT-TEXT.
           MOVE WS-REFUSED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS WITH NO END' TO RPT-TOT-TEXT.
           MOVE WS-NO-END-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STEPS RUN UNDER OVERRIDE' TO RPT-TOT-TEXT.
           MOVE WS-OVERRIDE-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'EXPECTED STEPS NOT COMPLETE' TO RPT-TOT-TEXT.
           MOVE WS-MISSING-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
       H700-END. EXIT.

      *    STOP RUN here so an OPEN failure halts the job instead of
      *    resuming against files that are no longer open. Same
      *    convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE RCL-FILE.
           CLOSE RUN-RPT.
           STOP RUN.
       H999-END. EXIT.
