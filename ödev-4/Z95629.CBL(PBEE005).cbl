                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    ACCTTRN is the approved stream PBEA005 releases on
      *    ACCTAPV, never the makers' raw keying: only a change a
      *    second operator has signed off reaches the edits.
           SELECT TRANS-FILE ASSIGN TO ACCTTRN
                             STATUS TRN-ST.
           SELECT RCYC-FILE  ASSIGN TO ACCTRCYC
           SELECT OPTIONAL ACCT-REG
                             ASSIGN TO ACCBREG
                             STATUS REG-ST.
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
      *    currency and opening amount behind the demographic image;
      *    the older A/C/D codes leave those columns blank. the
      *    mailing address and contact columns ride behind them on
      *    every image that carries demographics. the P (notification
      *    preference) code carries only the customer number and its
      *    preference flags, laid over the first address line.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           03 TRN-CODE         PIC X(1).
           03 TRN-POSTCODE     PIC X(10).
           03 TRN-PHONE        PIC X(15).
           03 TRN-EMAIL        PIC X(30).
           03 TRN-MAKER        PIC X(8).
           03 TRN-CHECKER      PIC X(8).
       01  TRN-BATCH-HEADER.
           03 TBH-TAG          PIC X(3).
           03 TBH-BRANCH       PIC 9(3).
           03 TBH-BATCH-NO     PIC 9(6).
           03 TBH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(180).
       01  TRN-BATCH-TRAILER.
           03 TBT-TAG          PIC X(3).
           03 TBT-COUNT        PIC 9(8).
           03 FILLER           PIC X(189).

      *    yesterday's suspense records, corrected by the branches and
      *    handed back for another pass through the same edits. the
       FD  RCYC-FILE RECORDING MODE F.
       01  RCYC-REC.
           03 RCY-REASON       PIC X(2).
           03 RCY-TRANS-REC    PIC X(200).

      *    records that passed every edit, in TRANS-REC layout; the
      *    PBEM005 step reads this file in place of the raw ACCTTRN.
       FD  CLEAN-FILE RECORDING MODE F.
       01  CLEAN-REC           PIC X(200).

      *    records that failed an edit, carried whole behind the
      *    reason code so a correction only has to fix the bad field
       FD  SUSP-FILE RECORDING MODE F.
       01  SUSP-REC.
           03 SUS-REASON       PIC X(2).
           03 SUS-TRANS-REC    PIC X(200).

       FD  EDIT-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-TIMESTAMP    PIC X(26).

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
           05 ACM-ST            PIC 9(2).
           05 WS-CLEAN-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-SUSP-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-REASON-SUB     PIC 9(2).
           05 WS-PREF-SUB       PIC 9(2).

      *    batch controls proved by the verify pass before a single
      *    record is edited onward. Same convention as PBEP005.
              88 WS-TRN-DELETE   VALUE 'D'.
              88 WS-TRN-OPEN     VALUE 'O'.
              88 WS-TRN-NEWCCY   VALUE 'N'.
              88 WS-TRN-PREF     VALUE 'P'.
           03 WS-TRN-ACCT-NO   PIC 9(4).
           03 WS-TRN-FIRST-NAME PIC X(15).
           03 WS-TRN-LAST-NAME PIC X(15).
           03 WS-TRN-DVZ       PIC 9(3).
           03 WS-TRN-AMOUNT    PIC 9(15).
           03 WS-TRN-ADDR1     PIC X(30).
      *    channel E (e-mail), S (SMS), N (no notifications at all)
      *    or blank for whichever contact the master holds; the four
      *    event flags - large withdrawal, over limit, nearing
      *    dormancy, interest posted - are Y or blank to be told, N
      *    to be left out.
           03 WS-TRN-PREF-FIELDS REDEFINES WS-TRN-ADDR1.
              05 WS-TRN-PREF-CHANNEL PIC X(1).
                 88 WS-PREF-CHANNEL-OK VALUE 'E' 'S' 'N' ' '.
              05 WS-TRN-PREF-EVENT OCCURS 4 TIMES PIC X(1).
                 88 WS-PREF-EVENT-OK   VALUE 'Y' 'N' ' '.
              05 FILLER          PIC X(25).
           03 WS-TRN-ADDR2     PIC X(30).
           03 WS-TRN-POSTCODE  PIC X(10).
           03 WS-TRN-PHONE     PIC X(15).
           03 WS-TRN-EMAIL     PIC X(30).
           03 WS-TRN-MAKER     PIC X(8).
           03 WS-TRN-CHECKER   PIC X(8).

      *    first edit to fail wins; spaces means the record is clean.
       01  WS-EDIT-RESULT.
      *    titles alongside, same table-pair convention as PBEG005's
      *    age brackets.
       01  WS-REASON-COUNT-TABLE.
           03 WS-REASON-COUNT OCCURS 14 TIMES PIC 9(6) VALUE ZERO.
       01  WS-REASON-TITLES.
           03 FILLER PIC X(26) VALUE 'ACCOUNT NO NOT NUMERIC'.
           03 FILLER PIC X(26) VALUE 'FIRST NAME BLANK'.
           03 FILLER PIC X(26) VALUE 'AMOUNT NOT NUMERIC'.
           03 FILLER PIC X(26) VALUE 'ADDRESS LINE 1 BLANK'.
           03 FILLER PIC X(26) VALUE 'POSTCODE BLANK'.
           03 FILLER PIC X(26) VALUE 'NOT APPROVED BY CHECKER'.
           03 FILLER PIC X(26) VALUE 'INVALID PREFERENCE FLAG'.
       01  WS-REASON-TITLE-TABLE REDEFINES WS-REASON-TITLES.
           03 WS-REASON-TITLE OCCURS 14 TIMES PIC X(26).

      *    scratch area for validating an 8-digit CCYYMMDD date, plus
      *    the per-record flags that say whether BDATE/TODAY passed.
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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEE005'.
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
       0000-MAIN.
           PERFORM H150-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H170-VERIFY-BATCH.
           PERFORM H200-PROCESS-TRANS UNTIL TRN-EOF.
           PERFORM H250-PROCESS-RECYCLE UNTIL RCY-EOF.
           STOP RUN.
       0000-MAIN-END. EXIT.

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

      *    the recycle file is optional: a failed open only means
      *    there is nothing to recycle today, so its EOF flag is set
      *    and the run carries on with the daily file alone.
           ELSE
               SET RCY-EOF TO TRUE
           END-IF.
       H100-END. EXIT.

      *    the run is dated from the business date PBEB005 rolled the
      *    transaction, so PBEM005 never writes one side of an
      *    opening. an N (add currency) is the same transaction minus
      *    the demographic image: key, currency and amount only.
      *    ahead of all of them, a record must carry both a maker and
      *    a different checker ID, as PBEA005 releases it; anything
      *    else reached ACCTTRN without a second operator's approval.
       H300-EDIT-TRANS.
           MOVE SPACES TO WS-EDIT-REASON.
           IF WS-TRN-MAKER = SPACES OR WS-TRN-CHECKER = SPACES
               OR WS-TRN-CHECKER = WS-TRN-MAKER
               MOVE '13' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-CLEAN AND WS-TRN-ACCT-NO IS NOT NUMERIC
               MOVE '01' TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-CLEAN AND (WS-TRN-ADD OR WS-TRN-CHANGE
           IF WS-EDIT-CLEAN AND (WS-TRN-ADD OR WS-TRN-OPEN)
               PERFORM H330-EDIT-DUPLICATE-ADD
           END-IF.
           IF WS-EDIT-CLEAN AND WS-TRN-PREF
               PERFORM H325-EDIT-PREFERENCE
           END-IF.
           IF WS-EDIT-CLEAN AND (WS-TRN-NEWCCY OR WS-TRN-PREF)
               PERFORM H331-EDIT-CUSTOMER-EXISTS
           END-IF.
           IF WS-EDIT-CLEAN AND (WS-TRN-OPEN OR WS-TRN-NEWCCY)
           END-IF.
       H320-END. EXIT.

      *    a preference only means something to PBE005NF if every
      *    flag is one it knows; anything else suspends rather than
      *    silently opting the customer in or out.
       H325-EDIT-PREFERENCE.
           IF NOT WS-PREF-CHANNEL-OK
               MOVE '14' TO WS-EDIT-REASON
           END-IF.
           PERFORM H326-EDIT-PREF-EVENT
               VARYING WS-PREF-SUB FROM 1 BY 1
                   UNTIL WS-PREF-SUB > 4.
       H325-END. EXIT.

       H326-EDIT-PREF-EVENT.
           IF NOT WS-PREF-EVENT-OK (WS-PREF-SUB)
               MOVE '14' TO WS-EDIT-REASON
           END-IF.
       H326-END. EXIT.

      *    an add whose key is already on the master would only die on
      *    PBEM005's WRITE; flag it here instead so the branch can
      *    decide whether it meant a change.
      *    an add-currency for a customer the demographic master does
      *    not carry would recreate the very orphan PBEN005 chases;
      *    it suspends instead so the branch opens the customer
      *    first. a preference for an unknown customer suspends the
      *    same way.
       H331-EDIT-CUSTOMER-EXISTS.
           MOVE WS-TRN-ACCT-NO TO ACCT-NO.
           READ ACCT-MASTER
           WRITE RPT-HEADING-LINE.
           PERFORM H710-WRITE-REASON-LINE
               VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 14.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS READ'  TO RPT-TOT-TITLE.
           MOVE WS-READ-COUNT        TO RPT-TOT-COUNT.
           WRITE RPT-REASON-LINE.
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
               MOVE 'CLEAN' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-CLEAN-COUNT
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

      *    STOP RUN here, not just at the bottom of 0000-MAIN, so an
      *    OPEN failure halts the job the moment files are closed
      *    instead of falling back into the edit loop against files
           CLOSE CLEAN-FILE.
           CLOSE SUSP-FILE.
           CLOSE EDIT-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
