                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    cumulative posting ledger: an opening's funding lands here
      *    as an OPN credit from a zero balance, so every balance the
      *    balance master carries can be traced back and rebuilt from
      *    the ledger. OPTIONAL so the first run creates it on the
      *    EXTEND. Same file PBEP005 posts to.
           SELECT OPTIONAL LGR-FILE
                             ASSIGN TO LEDGER
                             STATUS LGR-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
      *    notification preferences, one record per customer, kept
      *    by the P code and read by PBE005NF. a customer with no
      *    record is told of every event on whichever contact the
      *    master holds. OPTIONAL so the first run creates it.
           SELECT OPTIONAL PRF-FILE
                             ASSIGN NTFPREF
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY PRF-ACCT-NO
                             STATUS PRF-ST.
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

      *    the O and N codes carry a currency and opening amount
      *    behind the demographic image; the older A/C/D codes leave
      *    those columns blank. the P code carries only the
      *    customer number and its preference flags, laid over the
      *    first address line. PBEE005 has already proved the
      *    opening fields numeric and both keys clear, and that a
      *    second operator approved the change: the maker and checker
      *    IDs ride behind the image onto the log.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           03 TRN-CODE         PIC X(1).
              88 TRN-DELETE   VALUE 'D'.
              88 TRN-OPEN     VALUE 'O'.
              88 TRN-NEWCCY   VALUE 'N'.
              88 TRN-PREF     VALUE 'P'.
           03 TRN-ACCT-NO      PIC 9(4).
           03 TRN-FIRST-NAME   PIC X(15).
           03 TRN-LAST-NAME    PIC X(15).
           03 TRN-DVZ          PIC 9(3).
           03 TRN-AMOUNT       PIC 9(15).
           03 TRN-ADDR1        PIC X(30).
           03 TRN-PREF-FIELDS REDEFINES TRN-ADDR1.
              05 TRN-PREF-CHANNEL PIC X(1).
              05 TRN-PREF-WITHDRAWAL PIC X(1).
              05 TRN-PREF-OVERLIMIT PIC X(1).
              05 TRN-PREF-DORMANCY PIC X(1).
              05 TRN-PREF-INTEREST PIC X(1).
              05 FILLER           PIC X(25).
           03 TRN-ADDR2        PIC X(30).
           03 TRN-POSTCODE     PIC X(10).
           03 TRN-PHONE        PIC X(15).
           03 TRN-EMAIL        PIC X(30).
           03 TRN-MAKER        PIC X(8).
           03 TRN-CHECKER      PIC X(8).

       FD  IDX-FILE.
       01  IDX-REC.
              88 IDX-CLOSED             VALUE 'C'.
           03 IDX-ACT-DATE     PIC S9(7)  COMP-3.

      *    Same layout as PBEP005's ledger.
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

      *    channel E (e-mail), S (SMS), N (no notifications at all)
      *    or blank for whichever contact the master holds; an event
      *    flag of N leaves the customer out of that event only.
       FD  PRF-FILE.
       01  PRF-REC.
           03 PRF-ACCT-NO      PIC 9(4).
           03 PRF-CHANNEL      PIC X(1).
           03 PRF-WITHDRAWAL   PIC X(1).
           03 PRF-OVERLIMIT    PIC X(1).
           03 PRF-DORMANCY     PIC X(1).
           03 PRF-INTEREST     PIC X(1).
           03 PRF-UPD-DATE     PIC X(8).
           03 PRF-MAKER        PIC X(8).
           03 PRF-CHECKER      PIC X(8).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-CODE         PIC X(1).
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).

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
              88 IDX-SUCCESS   VALUE 00 97.
              88 IDX-NOTFND    VALUE 23.
              88 IDX-DUPKEY    VALUE 22.
           05 LGR-ST            PIC 9(2).
              88 LGR-SUCCESS   VALUE 00 05 97.
           05 BUS-ST            PIC 9(2).
              88 BUS-SUCCESS   VALUE 00 97.
           05 PRF-ST            PIC 9(2).
              88 PRF-SUCCESS   VALUE 00 05 97.
           05 WS-DATE-INT       PIC 9(7).
           05 WS-RUN-DATE       PIC X(8).
           05 WS-LGR-ID         PIC 9(5).
           05 WS-LGR-DVZ        PIC 9(3).
           05 WS-BAL-EDIT       PIC -(14)9.
           05 WS-READ-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-REJECT-COUNT   PIC 9(6) VALUE ZERO.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEM005'.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 1.
           03 WS-RCL-PRED-DONE OCCURS 1 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEE005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 1 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL TRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
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

       H100-OPEN-FILES.
           OPEN INPUT  TRANS-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN I-O    ACCT-MASTER.
           OPEN I-O    IDX-FILE.
           OPEN EXTEND LGR-FILE.
           OPEN I-O    PRF-FILE.
           IF NOT TRN-SUCCESS
               DISPLAY 'UNABLE TO OPEN ACCTTRN: ' TRN-ST
               MOVE TRN-ST TO RETURN-CODE
               MOVE IDX-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT LGR-SUCCESS
               DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
               MOVE LGR-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT PRF-SUCCESS
               DISPLAY 'UNABLE TO OPEN NTFPREF: ' PRF-ST
               MOVE PRF-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    the ledger is dated from the business date PBEB005 rolled
      *    the BUSDATE control record to; a missing or unusable
      *    control record falls back to the machine date with a
      *    warning. Same convention as PBED005.
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

       H200-PROCESS.
           READ TRANS-FILE
               AT END SET TRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM H300-APPLY-TRANS
           END-READ.
       H200-END. EXIT.
                   PERFORM H350-OPEN-CUSTOMER
               WHEN TRN-NEWCCY
                   PERFORM H360-ADD-CURRENCY
               WHEN TRN-PREF
                   PERFORM H380-SET-PREFERENCE
               WHEN OTHER
                   PERFORM H340-LOG-BAD-CODE
           END-EVALUATE.
                   PERFORM H910-LOG-REJECT
               NOT INVALID KEY
                   PERFORM H900-LOG-OK
                   PERFORM H335-DELETE-PREFERENCE
           END-DELETE.
       H330-END. EXIT.

      *    a deleted customer's preference goes with it, so a later
      *    customer given the same number starts from the default.
       H335-DELETE-PREFERENCE.
           MOVE TRN-ACCT-NO TO PRF-ACCT-NO.
           DELETE PRF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY CONTINUE
           END-DELETE.
       H335-END. EXIT.

       H340-LOG-BAD-CODE.
           MOVE TRN-ACCT-NO TO ACCT-NO.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'BAD TRANS CODE'     TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H340-END. EXIT.
                   PERFORM H356-BACK-OUT-DEMOGRAPHIC
               NOT INVALID KEY
                   PERFORM H900-LOG-OK
                   PERFORM H367-WRITE-LEDGER-REC
           END-WRITE.
       H355-END. EXIT.

               NOT INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'IDXFILE KEY EXISTS'  TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H356-END. EXIT.
                   PERFORM H910-LOG-REJECT
               NOT INVALID KEY
                   PERFORM H900-LOG-OK
                   PERFORM H367-WRITE-LEDGER-REC
           END-WRITE.
       H361-END. EXIT.

           MOVE 'A' TO IDX-STATUS.
       H365-END. EXIT.

      *    the opening deposit as a credit from nothing, valued on the
      *    transaction's date; the balance-file name is not carried,
      *    as it is rebuilt from the demographic master.
       H367-WRITE-LEDGER-REC.
           MOVE SPACES          TO LGR-REC.
           MOVE TRN-ACCT-NO     TO WS-LGR-ID.
           MOVE TRN-DVZ         TO WS-LGR-DVZ.
           MOVE WS-LGR-ID       TO LGR-ID.
           MOVE WS-LGR-DVZ      TO LGR-DVZ.
           MOVE 'C'             TO LGR-DC.
           MOVE TRN-AMOUNT      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-AMOUNT.
           MOVE ZERO            TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-OLD-BAL.
           MOVE TRN-AMOUNT      TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT     TO LGR-NEW-BAL.
           MOVE TRN-TODAY       TO LGR-VALUE-DATE.
           MOVE WS-RUN-DATE     TO LGR-RUN-DATE.
           MOVE 'OPN'           TO LGR-SOURCE.
           WRITE LGR-REC.
       H367-END. EXIT.

      *    the mailing address and contact columns travel with every
      *    demographic image; PBEE005 has already proved line 1 and
      *    the postcode present.
           MOVE TRN-EMAIL      TO ACCT-EMAIL.
       H370-END. EXIT.

      *    the preference replaces whatever the customer had before;
      *    PBEE005 has already proved the flags and that the customer
      *    is on the master, which is read again here in case a
      *    delete earlier in the same run took it away.
       H380-SET-PREFERENCE.
           MOVE TRN-ACCT-NO TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   PERFORM H910-LOG-REJECT
               NOT INVALID KEY
                   PERFORM H381-WRITE-PREFERENCE
           END-READ.
       H380-END. EXIT.

       H381-WRITE-PREFERENCE.
           MOVE TRN-ACCT-NO TO PRF-ACCT-NO.
           READ PRF-FILE
               INVALID KEY
                   PERFORM H382-BUILD-PREFERENCE
                   WRITE PRF-REC
                       INVALID KEY
                           PERFORM H910-LOG-REJECT
                       NOT INVALID KEY
                           PERFORM H900-LOG-OK
                   END-WRITE
               NOT INVALID KEY
                   PERFORM H382-BUILD-PREFERENCE
                   REWRITE PRF-REC
                       INVALID KEY
                           PERFORM H910-LOG-REJECT
                       NOT INVALID KEY
                           PERFORM H900-LOG-OK
                   END-REWRITE
           END-READ.
       H381-END. EXIT.

       H382-BUILD-PREFERENCE.
           MOVE TRN-ACCT-NO         TO PRF-ACCT-NO.
           MOVE TRN-PREF-CHANNEL    TO PRF-CHANNEL.
           MOVE TRN-PREF-WITHDRAWAL TO PRF-WITHDRAWAL.
           MOVE TRN-PREF-OVERLIMIT  TO PRF-OVERLIMIT.
           MOVE TRN-PREF-DORMANCY   TO PRF-DORMANCY.
           MOVE TRN-PREF-INTEREST   TO PRF-INTEREST.
           MOVE WS-RUN-DATE         TO PRF-UPD-DATE.
           MOVE TRN-MAKER           TO PRF-MAKER.
           MOVE TRN-CHECKER         TO PRF-CHECKER.
       H382-END. EXIT.

       H900-LOG-OK.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 'APPLIED'            TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H900-END. EXIT.

       H910-LOG-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'REJECTED'           TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H910-END. EXIT.
       H920-WRITE-LOG.
           MOVE TRN-CODE            TO LOG-CODE.
           MOVE ACCT-NO             TO LOG-ACCT-NO.
           MOVE TRN-MAKER           TO LOG-MAKER.
           MOVE TRN-CHECKER         TO LOG-CHECKER.
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
               MOVE 'READ' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-READ-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'APPLIED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-APPLIED-COUNT
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

      *    STOP RUN here, not just at the bottom of 0000-MAIN, so an
      *    OPEN failure halts the job the moment files are closed
      *    instead of falling back into the update loop against files
      *    that are no longer open. Same convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE ACCT-MASTER.
           CLOSE IDX-FILE.
           CLOSE TRANS-FILE.
           CLOSE LOG-FILE.
           CLOSE LGR-FILE.
           CLOSE PRF-FILE.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
