       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEZ005.
       AUTHOR.     Halim Germiyan.
      *    forward recovery of the balance master. the file is
      *    rebuilt from a nightly image copy taken by PBEY005 and
      *    brought up to date by replaying, business date by business
      *    date, everything logged against it since: the LEDGER
      *    movements, PBE005HW's interest postings on AUDFILE and
      *    PBED005's status changes on STATLOG, in the order the
      *    nightly steps made them. this is an off-cycle recovery
      *    step, run on demand against a fresh IDXFILE cluster and
      *    not sequenced on RUNCTL. a clean run (return code zero)
      *    only proves the replay; PBEN005 must then reconcile the
      *    rebuilt cluster against ACCTIDX and CTLFILE, released by a
      *    RUNOVRD card, before the cluster is put back into service.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the image copy to rebuild from, normally the latest
      *    generation of IDXIMAGE.
           SELECT IMG-FILE   ASSIGN TO IDXIMAGE
                             STATUS IMG-ST.
      *    the new, empty cluster the file is rebuilt into; it is
      *    loaded from the image and then updated in place.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    the cumulative posting ledger, in the order it was written.
           SELECT OPTIONAL LGR-FILE
                             ASSIGN TO LEDGER
                             STATUS LGR-ST.
      *    AUDFILE and STATLOG are re-created each night, so the
      *    generations since the image are concatenated under these
      *    DD names, oldest first.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS AUD-ST.
           SELECT STAT-LOG   ASSIGN TO STATLOG
                             STATUS STA-ST.
      *    the demographic master, read for the name a replayed
      *    account opening carries onto the balance record.
           SELECT ACCT-MASTER ASSIGN ACCTIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ACCT-NO
                             STATUS ACM-ST.
           SELECT CTL-FILE   ASSIGN TO CTLFILE
                             STATUS CTL-ST.
           SELECT RCV-RPT    ASSIGN TO RCVRPT
                             STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *    Same layout as PBEY005's image copy.
       FD  IMG-FILE RECORDING MODE F.
       01  IMG-REC.
           03 IMG-TAG          PIC X(3).
           03 IMG-IDX-IMAGE    PIC X(52).
       01  IMG-HEADER.
           03 IMH-TAG          PIC X(3).
           03 IMH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(2).
           03 IMH-TIMESTAMP    PIC X(21).
           03 FILLER           PIC X(21).
       01  IMG-TRAILER.
           03 IMT-TAG          PIC X(3).
           03 IMT-COUNT        PIC 9(9).
           03 FILLER           PIC X(2).
           03 IMT-HASH         PIC X(17).
           03 FILLER           PIC X(24).

       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID        PIC S9(05)  COMP-3.
              05 IDX-DVZ       PIC S9(03)  COMP.
           03 IDX-NAME         PIC X(30).
           03 IDX-DATE         PIC S9(7)  COMP-3.
           03 IDX-BALLANCE     PIC S9(15) COMP-3.
      *    account status and the date of the last customer-initiated
      *    movement. interest postings roll IDX-DATE for the accrual,
      *    so dormancy is judged on IDX-ACT-DATE: customer movements
      *    in PBEP005 stamp it, and PBE005HW seeds an empty one from
      *    the pre-roll IDX-DATE so the accrual roll never erases the
      *    last activity estimate; space status means a record loaded
      *    before the status byte existed and counts as active.
           03 IDX-STATUS       PIC X(1).
              88 IDX-ACTIVE             VALUE 'A' ' '.
              88 IDX-DORMANT            VALUE 'D'.
              88 IDX-CLOSED             VALUE 'C'.
           03 IDX-ACT-DATE     PIC S9(7)  COMP-3.

      *    Same layout as PBEP005's ledger.
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
           03 LGR-SOURCE       PIC X(3).
           03 FILLER           PIC X(3).
           03 LGR-XFR-REF      PIC X(14).

      *    Same layout as PBE005HW's interest audit trail.
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-ID           PIC X(5).
           03 FILLER           PIC X(3).
           03 AUD-DVZ          PIC X(3).
           03 FILLER           PIC X(3).
           03 AUD-OLD-BAL      PIC X(15).
           03 FILLER           PIC X(3).
           03 AUD-NEW-BAL      PIC X(15).
           03 FILLER           PIC X(3).
           03 AUD-RUN-DATE     PIC X(8).

      *    Same layout as PBED005's status log.
       FD  STAT-LOG RECORDING MODE F.
       01  LOG-REC.
           03 LOG-ID           PIC X(5).
           03 FILLER           PIC X(2).
           03 LOG-DVZ          PIC X(3).
           03 FILLER           PIC X(2).
           03 LOG-STATUS       PIC X(1).
           03 FILLER           PIC X(2).
           03 LOG-RESULT       PIC X(20).
              88 LOG-STATUS-CHANGED     VALUE 'APPLIED'
                                              'SWEPT DORMANT'.
           03 FILLER           PIC X(2).
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2).
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2).
           03 LOG-CHECKER      PIC X(8).
           03 FILLER           PIC X(2).
           03 LOG-RUN-DATE     PIC X(8).

       FD  ACCT-MASTER.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC 9(4).
           05  FIRST-NAME         PIC X(15).
           05  LAST-NAME          PIC X(15).
           05  ACCT-BDATE         PIC 9(8).
           05  ACCT-TODAY         PIC 9(8).
           05  ACCT-ADDR1         PIC X(30).
           05  ACCT-ADDR2         PIC X(30).
           05  ACCT-POSTCODE      PIC X(10).
           05  ACCT-PHONE         PIC X(15).
           05  ACCT-EMAIL         PIC X(30).

      *    run-level control totals written by PBE005HW; the latest
      *    FINAL record carries the interest run the replayed AUDFILE
      *    postings are proved against.
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           03 CTL-READ-COUNT    PIC X(8).
           03 FILLER            PIC X(2).
           03 CTL-MATCH-COUNT   PIC X(8).
           03 FILLER            PIC X(2).
           03 CTL-REJECT-COUNT  PIC X(8).
           03 FILLER            PIC X(2).
           03 CTL-HASH-OLD-BAL  PIC X(17).
           03 FILLER            PIC X(2).
           03 CTL-HASH-NEW-BAL  PIC X(17).
           03 FILLER            PIC X(2).
           03 CTL-RUN-DATE      PIC X(8).
           03 FILLER            PIC X(2).
           03 CTL-STATUS        PIC X(7).

       FD  RCV-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(40).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-DATE-LINE.
           03 RPT-DTE-TEXT     PIC X(16).
           03 RPT-DTE-DATE     PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DTE-LGR-TEXT PIC X(8).
           03 RPT-DTE-LGR      PIC ZZZZZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DTE-AUD-TEXT PIC X(9).
           03 RPT-DTE-AUD      PIC ZZZZZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DTE-STA-TEXT PIC X(8).
           03 RPT-DTE-STA      PIC ZZZZZZZZ9.
       01  RPT-DETAIL-LINE.
           03 RPT-DET-DATE     PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-SOURCE   PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-ID       PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-REASON   PIC X(28).
           03 FILLER           PIC X(2).
           03 RPT-DET-LOGGED   PIC -(14)9.
           03 FILLER           PIC X(2).
           03 RPT-DET-ON-FILE  PIC -(14)9.
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(34).
           03 RPT-TOT-AMOUNT   PIC -(16)9.
       01  RPT-RESULT-LINE.
           03 RPT-RES-TEXT     PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           03 IMG-ST           PIC 9(2).
              88 IMG-SUCCESS            VALUE 00 97.
              88 IMG-EOF                VALUE 10.
           03 IDX-ST           PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 05 97.
              88 LGR-EOF                VALUE 10.
           03 AUD-ST           PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
              88 AUD-EOF                VALUE 10.
           03 STA-ST           PIC 9(2).
              88 STA-SUCCESS            VALUE 00 97.
              88 STA-EOF                VALUE 10.
           03 ACM-ST           PIC 9(2).
              88 ACM-SUCCESS            VALUE 00 97.
           03 CTL-ST           PIC 9(2).
              88 CTL-SUCCESS            VALUE 00 97.
              88 CTL-EOF                VALUE 10.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.

      *    the image and the proof of it.
           03 WS-IMAGE-DATE-NUM PIC 9(8) VALUE ZERO.
           03 WS-IMAGE-DATE    PIC X(8).
           03 WS-IMAGE-FAIL    PIC X(30) VALUE SPACES.
           03 WS-IMG-DET-COUNT PIC 9(9) VALUE ZERO.
           03 WS-IMG-HASH      PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-IMG-TRL-COUNT PIC 9(9) VALUE ZERO.
           03 WS-IMG-TRL-HASH  PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-IMG-TRL-SEEN  PIC X VALUE 'N'.
              88 WS-IMG-TRL-IS-SEEN      VALUE 'Y'.
           03 WS-LOAD-COUNT    PIC 9(9) VALUE ZERO.

      *    the business date each log is positioned on; HIGH-VALUES
      *    once a log is exhausted, so the lowest of the three is
      *    always the next date to replay.
           03 WS-LGR-DATE      PIC X(8) VALUE LOW-VALUES.
           03 WS-AUD-DATE      PIC X(8) VALUE LOW-VALUES.
           03 WS-STA-DATE      PIC X(8) VALUE LOW-VALUES.
           03 WS-REPLAY-DATE   PIC X(8).
           03 WS-LAST-REPLAY-DATE PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-RUN-DATE-INT  PIC 9(7).
           03 WS-DATE-INT      PIC 9(7).
      *    the ledger sources posted after the interest run each
      *    night (term-deposit opening, payout and interest, monthly
      *    fees) and the ones that are customer activity, a standing
      *    order paid outside the bank (SOP) among them.
           03 WS-LGR-SOURCE    PIC X(3).
              88 WS-LGR-AFTER-INTEREST  VALUE 'TDO' 'TDP' 'TDI'
                                              'FEE'.
              88 WS-LGR-IS-ACTIVITY     VALUE SPACES 'XFR' 'FXT'
                                              'TDO' 'SOP'.

           03 WS-OLD-BAL       PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-NEW-BAL       PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-NET-CHANGE    PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-EXPECTED-TOTAL PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-REBUILT-TOTAL PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-BAL-DIFFERENCE PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-REBUILT-COUNT PIC 9(9) VALUE ZERO.
           03 WS-EXPECTED-COUNT PIC 9(9) VALUE ZERO.

           03 WS-DATE-COUNT    PIC 9(5) VALUE ZERO.
           03 WS-LGR-APPLIED   PIC 9(9) VALUE ZERO.
           03 WS-AUD-APPLIED   PIC 9(9) VALUE ZERO.
           03 WS-STA-APPLIED   PIC 9(9) VALUE ZERO.
           03 WS-OPEN-COUNT    PIC 9(9) VALUE ZERO.
           03 WS-DAY-LGR       PIC 9(9) VALUE ZERO.
           03 WS-DAY-AUD       PIC 9(9) VALUE ZERO.
           03 WS-DAY-STA       PIC 9(9) VALUE ZERO.
           03 WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
           03 WS-EXC-SOURCE    PIC X(8).
           03 WS-EXC-REASON    PIC X(28).

      *    the latest FINAL interest run on CTLFILE and the same
      *    totals re-added from the AUDFILE postings replayed for it.
           03 WS-FINAL-FOUND   PIC X VALUE 'N'.
              88 WS-FINAL-IS-FOUND       VALUE 'Y'.
           03 WS-CTL-DATE      PIC X(8) VALUE SPACES.
           03 WS-CTL-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-CTL-OLD-BAL   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-CTL-NEW-BAL   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-RPL-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-RPL-OLD-BAL   PIC S9(17) COMP-3 VALUE ZERO.
           03 WS-RPL-NEW-BAL   PIC S9(17) COMP-3 VALUE ZERO.

           03 WS-NOT-PROVED    PIC X VALUE 'N'.
              88 WS-IS-NOT-PROVED        VALUE 'Y'.
           03 WS-CTL-NOT-COVERED PIC X VALUE 'N'.
              88 WS-CTL-IS-NOT-COVERED   VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    the image is proved whole before the new cluster is
      *    touched, then loaded, then every later business date is
      *    replayed in turn; the rebuilt file is re-added at the end
      *    and proved against the image, the replay and CTLFILE.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H170-VERIFY-IMAGE.
           PERFORM H190-INITIALIZE.
           PERFORM H200-LOAD-IMAGE.
           PERFORM H250-READ-CONTROL-TOTALS UNTIL CTL-EOF.
           PERFORM H260-POSITION-LOGS.
           PERFORM H300-REPLAY-DATE
               UNTIL WS-LGR-DATE = HIGH-VALUES
                 AND WS-AUD-DATE = HIGH-VALUES
                 AND WS-STA-DATE = HIGH-VALUES.
           PERFORM H600-PROVE-REBUILD.
           PERFORM H700-WRITE-RESULT.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IMG-FILE.
           OPEN INPUT  LGR-FILE.
           OPEN INPUT  AUD-FILE.
           OPEN INPUT  STAT-LOG.
           OPEN INPUT  ACCT-MASTER.
           OPEN INPUT  CTL-FILE.
           OPEN OUTPUT RCV-RPT.
           IF (NOT IMG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXIMAGE: ' IMG-ST
           MOVE IMG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LGR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN LEDGER: ' LGR-ST
           MOVE LGR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUD-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUDFILE: ' AUD-ST
           MOVE AUD-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT STA-SUCCESS)
           DISPLAY 'UNABLE TO OPEN STATLOG: ' STA-ST
           MOVE STA-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ACM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ACCTIDX: ' ACM-ST
           MOVE ACM-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CTL-SUCCESS)
           DISPLAY 'UNABLE TO OPEN CTLFILE: ' CTL-ST
           MOVE CTL-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RCVRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    prove the whole image before the new cluster is opened:
      *    an HDR record in front with a business date, a TRL record
      *    behind, and the trailer's count and balance hash both
      *    proving against the records between them. a failure stops
      *    the run with nothing loaded. the pass then rewinds
      *    IDXIMAGE for the load. Same convention as PBEP005.
       H170-VERIFY-IMAGE.
           READ IMG-FILE
               AT END
                   MOVE 'IMAGE EMPTY - NO HEADER' TO WS-IMAGE-FAIL
                   PERFORM H179-FAIL-IMAGE
           END-READ.
           IF IMH-TAG NOT = 'HDR'
               MOVE 'NO IMAGE HEADER' TO WS-IMAGE-FAIL
               PERFORM H179-FAIL-IMAGE
           END-IF.
           IF IMH-BUS-DATE IS NOT NUMERIC
               OR IMH-BUS-DATE = ZERO
               MOVE 'IMAGE DATE NOT NUMERIC' TO WS-IMAGE-FAIL
               PERFORM H179-FAIL-IMAGE
           END-IF.
           MOVE IMH-BUS-DATE      TO WS-IMAGE-DATE-NUM.
           MOVE WS-IMAGE-DATE-NUM TO WS-IMAGE-DATE.
           PERFORM H171-VERIFY-RECORD UNTIL IMG-EOF.
           IF NOT WS-IMG-TRL-IS-SEEN
               MOVE 'NO IMAGE TRAILER' TO WS-IMAGE-FAIL
               PERFORM H179-FAIL-IMAGE
           END-IF.
           IF WS-IMG-TRL-COUNT NOT = WS-IMG-DET-COUNT
               MOVE 'TRAILER COUNT MISMATCH' TO WS-IMAGE-FAIL
               PERFORM H179-FAIL-IMAGE
           END-IF.
           IF WS-IMG-TRL-HASH NOT = WS-IMG-HASH
               MOVE 'TRAILER HASH MISMATCH' TO WS-IMAGE-FAIL
               PERFORM H179-FAIL-IMAGE
           END-IF.
           CLOSE IMG-FILE.
           OPEN INPUT IMG-FILE.
           IF (NOT IMG-SUCCESS)
           DISPLAY 'UNABLE TO REOPEN IDXIMAGE: ' IMG-ST
           MOVE IMG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.

      *    each record is laid over the balance-file layout only to
      *    add its balance into the hash; nothing is written yet.
       H171-VERIFY-RECORD.
           READ IMG-FILE
               AT END SET IMG-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-IMG-TRL-IS-SEEN
                           MOVE 'RECORDS AFTER TRAILER'
                               TO WS-IMAGE-FAIL
                           PERFORM H179-FAIL-IMAGE
                       WHEN IMT-TAG = 'TRL'
                           MOVE 'Y' TO WS-IMG-TRL-SEEN
                           MOVE IMT-COUNT TO WS-IMG-TRL-COUNT
                           COMPUTE WS-IMG-TRL-HASH =
                               FUNCTION NUMVAL (IMT-HASH)
                       WHEN IMG-TAG = 'DET'
                           ADD 1 TO WS-IMG-DET-COUNT
                           MOVE IMG-IDX-IMAGE TO IDX-REC
                           ADD IDX-BALLANCE TO WS-IMG-HASH
                       WHEN OTHER
                           MOVE 'UNKNOWN IMAGE RECORD'
                               TO WS-IMAGE-FAIL
                           PERFORM H179-FAIL-IMAGE
                   END-EVALUATE
           END-READ.
       H171-END. EXIT.

      *    the new cluster has not been opened, so a refused image
      *    leaves it exactly as it was allocated.
       H179-FAIL-IMAGE.
           DISPLAY 'IDXIMAGE REFUSED - ' WS-IMAGE-FAIL.
           MOVE SPACES TO RPT-RESULT-LINE.
           STRING 'IMAGE NOT PROVED: ' WS-IMAGE-FAIL
               DELIMITED BY SIZE INTO RPT-RES-TEXT.
           WRITE RPT-RESULT-LINE.
           MOVE 8 TO RETURN-CODE.
           PERFORM H999-PROGRAM-EXIT.
       H179-END. EXIT.

       H190-INITIALIZE.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'IDXFILE FORWARD RECOVERY FROM IMAGE OF' TO
               RPT-HDG-TITLE.
           MOVE WS-IMAGE-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
           MOVE WS-IMAGE-DATE TO WS-LAST-REPLAY-DATE.
       H190-END. EXIT.

      *    the image was unloaded in key order, so it loads straight
      *    into the empty cluster; the file is then reopened for the
      *    replay to update in place.
       H200-LOAD-IMAGE.
           OPEN OUTPUT IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H210-LOAD-RECORD UNTIL IMG-EOF.
           CLOSE IDX-FILE.
           OPEN I-O IDX-FILE.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO REOPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.

       H210-LOAD-RECORD.
           READ IMG-FILE
               AT END SET IMG-EOF TO TRUE
               NOT AT END
                   IF IMG-TAG = 'DET'
                       PERFORM H215-WRITE-IMAGE-RECORD
                   END-IF
           END-READ.
       H210-END. EXIT.

       H215-WRITE-IMAGE-RECORD.
           MOVE IMG-IDX-IMAGE TO IDX-REC.
           WRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO LOAD IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.
       H215-END. EXIT.

      *    read the whole control file and keep the newest FINAL
      *    record, as PBEN005 does: an interrupted run leaves PARTIAL
      *    records behind, and only a FINAL one carries totals worth
      *    proving against.
       H250-READ-CONTROL-TOTALS.
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
               NOT AT END
                   IF CTL-STATUS = 'FINAL'
                       MOVE 'Y' TO WS-FINAL-FOUND
                       MOVE CTL-RUN-DATE TO WS-CTL-DATE
                       COMPUTE WS-CTL-COUNT =
                           FUNCTION NUMVAL (CTL-MATCH-COUNT)
                       COMPUTE WS-CTL-OLD-BAL =
                           FUNCTION NUMVAL (CTL-HASH-OLD-BAL)
                       COMPUTE WS-CTL-NEW-BAL =
                           FUNCTION NUMVAL (CTL-HASH-NEW-BAL)
                   END-IF
           END-READ.
       H250-END. EXIT.

      *    everything logged on or before the image's business date
      *    is already in the image and is stepped over. a log record
      *    with no business date predates the date being carried and
      *    sorts below every real date, so it is stepped over too.
       H260-POSITION-LOGS.
           PERFORM H410-READ-LEDGER
               UNTIL WS-LGR-DATE > WS-IMAGE-DATE.
           PERFORM H510-READ-AUDIT
               UNTIL WS-AUD-DATE > WS-IMAGE-DATE.
           PERFORM H560-READ-STATLOG
               UNTIL WS-STA-DATE > WS-IMAGE-DATE.
       H260-END. EXIT.

      *    one business date, in the order the nightly steps ran:
      *    the ledger up to the first record posted after the
      *    interest run (account openings from PBEM005 and PBEP005's
      *    movements), the interest run itself, the rest of the
      *    ledger (term deposits and fees) and last PBED005's status
      *    changes. a date lower than one already replayed means a
      *    log out of sequence, and the replay stops rather than
      *    apply it out of order.
       H300-REPLAY-DATE.
           MOVE WS-LGR-DATE TO WS-REPLAY-DATE.
           IF WS-AUD-DATE < WS-REPLAY-DATE
               MOVE WS-AUD-DATE TO WS-REPLAY-DATE
           END-IF.
           IF WS-STA-DATE < WS-REPLAY-DATE
               MOVE WS-STA-DATE TO WS-REPLAY-DATE
           END-IF.
           IF WS-REPLAY-DATE NOT > WS-LAST-REPLAY-DATE
               OR WS-REPLAY-DATE IS NOT NUMERIC
               DISPLAY 'LOGS OUT OF SEQUENCE AT ' WS-REPLAY-DATE
                   ' AFTER ' WS-LAST-REPLAY-DATE
               MOVE SPACES TO RPT-RESULT-LINE
               STRING 'LOGS OUT OF SEQUENCE AT ' WS-REPLAY-DATE
                   DELIMITED BY SIZE INTO RPT-RES-TEXT
               WRITE RPT-RESULT-LINE
               MOVE 8 TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-DATE-COUNT.
           MOVE ZERO TO WS-DAY-LGR.
           MOVE ZERO TO WS-DAY-AUD.
           MOVE ZERO TO WS-DAY-STA.
           MOVE WS-REPLAY-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           PERFORM H420-REPLAY-LEDGER-REC
               UNTIL WS-LGR-DATE NOT = WS-REPLAY-DATE
                  OR WS-LGR-AFTER-INTEREST.
           PERFORM H520-REPLAY-AUDIT-REC
               UNTIL WS-AUD-DATE NOT = WS-REPLAY-DATE.
           PERFORM H420-REPLAY-LEDGER-REC
               UNTIL WS-LGR-DATE NOT = WS-REPLAY-DATE.
           PERFORM H570-REPLAY-STATLOG-REC
               UNTIL WS-STA-DATE NOT = WS-REPLAY-DATE.
           PERFORM H390-WRITE-DATE-LINE.
           MOVE WS-REPLAY-DATE TO WS-LAST-REPLAY-DATE.
       H300-END. EXIT.

       H390-WRITE-DATE-LINE.
           MOVE SPACES           TO RPT-DATE-LINE.
           MOVE 'DATE REPLAYED:' TO RPT-DTE-TEXT.
           MOVE WS-REPLAY-DATE   TO RPT-DTE-DATE.
           MOVE 'LEDGER'         TO RPT-DTE-LGR-TEXT.
           MOVE WS-DAY-LGR       TO RPT-DTE-LGR.
           MOVE 'INTEREST'       TO RPT-DTE-AUD-TEXT.
           MOVE WS-DAY-AUD       TO RPT-DTE-AUD.
           MOVE 'STATUS'         TO RPT-DTE-STA-TEXT.
           MOVE WS-DAY-STA       TO RPT-DTE-STA.
           WRITE RPT-DATE-LINE.
       H390-END. EXIT.

       H410-READ-LEDGER.
           READ LGR-FILE
               AT END
                   SET LGR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-LGR-DATE
                   MOVE SPACES      TO WS-LGR-SOURCE
               NOT AT END
                   MOVE LGR-RUN-DATE TO WS-LGR-DATE
                   MOVE LGR-SOURCE   TO WS-LGR-SOURCE
           END-READ.
       H410-END. EXIT.

      *    the ledger carries the balance before and after each
      *    posting. the before-image must agree with the rebuilt
      *    balance or the logs and the image do not belong together;
      *    the record is then reported and left unapplied.
       H420-REPLAY-LEDGER-REC.
           ADD 1 TO WS-DAY-LGR.
           MOVE 'LEDGER' TO WS-EXC-SOURCE.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (LGR-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (LGR-DVZ).
           COMPUTE WS-OLD-BAL = FUNCTION NUMVAL (LGR-OLD-BAL).
           COMPUTE WS-NEW-BAL = FUNCTION NUMVAL (LGR-NEW-BAL).
           IF LGR-SOURCE = 'OPN'
               PERFORM H440-REPLAY-OPENING
           ELSE
               READ IDX-FILE
                   INVALID KEY
                       MOVE 'KEY NOT ON REBUILT FILE'
                           TO WS-EXC-REASON
                       PERFORM H480-REPORT-EXCEPTION
                   NOT INVALID KEY
                       PERFORM H430-REPLAY-MOVEMENT
               END-READ
           END-IF.
           PERFORM H410-READ-LEDGER.
       H420-END. EXIT.

      *    a customer movement, transfer leg or term-deposit funding
      *    is real activity: it stamps the activity date and wakes a
      *    dormant account, as PBEP005 and PBET005 did. payouts,
      *    deposit interest and fees move the balance only.
       H430-REPLAY-MOVEMENT.
           IF IDX-BALLANCE NOT = WS-OLD-BAL
               MOVE 'BEFORE-IMAGE MISMATCH' TO WS-EXC-REASON
               PERFORM H480-REPORT-EXCEPTION
           ELSE
               MOVE WS-NEW-BAL TO IDX-BALLANCE
               IF WS-LGR-IS-ACTIVITY
                   COMPUTE IDX-ACT-DATE =
                       FUNCTION DAY-OF-INTEGER (WS-RUN-DATE-INT)
                   IF IDX-DORMANT
                       MOVE 'A' TO IDX-STATUS
                   END-IF
               END-IF
               PERFORM H470-REWRITE-IDX-REC
               ADD 1 TO WS-LGR-APPLIED
               COMPUTE WS-NET-CHANGE =
                   WS-NET-CHANGE + WS-NEW-BAL - WS-OLD-BAL
           END-IF.
       H430-END. EXIT.

      *    an opening logged by PBEM005 re-creates the currency
      *    record as PBEM005 built it: funded and active, posting and
      *    activity dates both the transaction's date. the name is
      *    taken from the demographic master; a customer no longer
      *    on it gets a blank name and PBEN005 lists the record.
       H440-REPLAY-OPENING.
           READ IDX-FILE
               INVALID KEY
                   PERFORM H445-WRITE-OPENING
               NOT INVALID KEY
                   MOVE 'OPENING KEY ALREADY ON FILE'
                       TO WS-EXC-REASON
                   PERFORM H480-REPORT-EXCEPTION
           END-READ.
       H440-END. EXIT.

       H445-WRITE-OPENING.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (LGR-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (LGR-DVZ).
           MOVE SPACES TO IDX-NAME.
           COMPUTE ACCT-NO = IDX-ID.
           READ ACCT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FIRST-NAME TO IDX-NAME (1:15)
                   MOVE LAST-NAME  TO IDX-NAME (16:15)
           END-READ.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                   (LGR-VALUE-DATE)).
           COMPUTE IDX-DATE =
               FUNCTION DAY-OF-INTEGER (WS-DATE-INT).
           COMPUTE IDX-ACT-DATE = IDX-DATE.
           MOVE WS-NEW-BAL TO IDX-BALLANCE.
           MOVE 'A' TO IDX-STATUS.
           WRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-OPEN-COUNT
                   ADD 1 TO WS-LGR-APPLIED
                   COMPUTE WS-NET-CHANGE =
                       WS-NET-CHANGE + WS-NEW-BAL - WS-OLD-BAL
           END-WRITE.
       H445-END. EXIT.

       H470-REWRITE-IDX-REC.
           REWRITE IDX-REC
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE IDXFILE: ' IDX-ST
                   MOVE IDX-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H470-END. EXIT.

      *    a record that cannot be replayed is listed with the
      *    balance the log expected and the balance the rebuilt file
      *    holds; any exception leaves the rebuild unproved.
       H480-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES         TO RPT-DETAIL-LINE.
           MOVE WS-REPLAY-DATE TO RPT-DET-DATE.
           MOVE WS-EXC-SOURCE  TO RPT-DET-SOURCE.
           MOVE IDX-ID         TO RPT-DET-ID.
           MOVE IDX-DVZ        TO RPT-DET-DVZ.
           MOVE WS-EXC-REASON  TO RPT-DET-REASON.
           MOVE WS-OLD-BAL     TO RPT-DET-LOGGED.
           IF WS-EXC-REASON = 'BEFORE-IMAGE MISMATCH'
               MOVE IDX-BALLANCE TO RPT-DET-ON-FILE
           END-IF.
           WRITE RPT-DETAIL-LINE.
       H480-END. EXIT.

       H510-READ-AUDIT.
           READ AUD-FILE
               AT END
                   SET AUD-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-AUD-DATE
               NOT AT END
                   MOVE AUD-RUN-DATE TO WS-AUD-DATE
           END-READ.
       H510-END. EXIT.

      *    an interest posting moves the balance and rolls the
      *    posting date forward to the run date, seeding an empty
      *    activity date from the pre-roll posting date first, as
      *    PBE005HW did. the postings for the latest FINAL run are
      *    re-added as they pass for the CTLFILE proof.
       H520-REPLAY-AUDIT-REC.
           ADD 1 TO WS-DAY-AUD.
           MOVE 'AUDFILE' TO WS-EXC-SOURCE.
           COMPUTE IDX-ID  = FUNCTION NUMVAL (AUD-ID).
           COMPUTE IDX-DVZ = FUNCTION NUMVAL (AUD-DVZ).
           COMPUTE WS-OLD-BAL = FUNCTION NUMVAL (AUD-OLD-BAL).
           COMPUTE WS-NEW-BAL = FUNCTION NUMVAL (AUD-NEW-BAL).
           IF WS-REPLAY-DATE = WS-CTL-DATE
               ADD 1          TO WS-RPL-COUNT
               ADD WS-OLD-BAL TO WS-RPL-OLD-BAL
               ADD WS-NEW-BAL TO WS-RPL-NEW-BAL
           END-IF.
           READ IDX-FILE
               INVALID KEY
                   MOVE 'KEY NOT ON REBUILT FILE' TO WS-EXC-REASON
                   PERFORM H480-REPORT-EXCEPTION
               NOT INVALID KEY
                   PERFORM H530-REPLAY-INTEREST
           END-READ.
           PERFORM H510-READ-AUDIT.
       H520-END. EXIT.

       H530-REPLAY-INTEREST.
           IF IDX-BALLANCE NOT = WS-OLD-BAL
               MOVE 'BEFORE-IMAGE MISMATCH' TO WS-EXC-REASON
               PERFORM H480-REPORT-EXCEPTION
           ELSE
               MOVE WS-NEW-BAL TO IDX-BALLANCE
               IF IDX-ACT-DATE = ZERO
                   MOVE IDX-DATE TO IDX-ACT-DATE
               END-IF
               IF WS-RUN-DATE-INT >
                   FUNCTION INTEGER-OF-DAY (IDX-DATE)
                   COMPUTE IDX-DATE =
                       FUNCTION DAY-OF-INTEGER (WS-RUN-DATE-INT)
               END-IF
               PERFORM H470-REWRITE-IDX-REC
               ADD 1 TO WS-AUD-APPLIED
               COMPUTE WS-NET-CHANGE =
                   WS-NET-CHANGE + WS-NEW-BAL - WS-OLD-BAL
           END-IF.
       H530-END. EXIT.

       H560-READ-STATLOG.
           READ STAT-LOG
               AT END
                   SET STA-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-STA-DATE
               NOT AT END
                   MOVE LOG-RUN-DATE TO WS-STA-DATE
           END-READ.
       H560-END. EXIT.

      *    only the changes PBED005 actually made are replayed: keyed
      *    changes it applied and accounts its sweep made dormant.
      *    refused keyed changes are on the log for the audit trail
      *    only.
       H570-REPLAY-STATLOG-REC.
           IF LOG-STATUS-CHANGED
               ADD 1 TO WS-DAY-STA
               MOVE 'STATLOG' TO WS-EXC-SOURCE
               MOVE ZERO TO WS-OLD-BAL
               COMPUTE IDX-ID  = FUNCTION NUMVAL (LOG-ID)
               COMPUTE IDX-DVZ = FUNCTION NUMVAL (LOG-DVZ)
               READ IDX-FILE
                   INVALID KEY
                       MOVE 'KEY NOT ON REBUILT FILE'
                           TO WS-EXC-REASON
                       PERFORM H480-REPORT-EXCEPTION
                   NOT INVALID KEY
                       MOVE LOG-STATUS TO IDX-STATUS
                       PERFORM H470-REWRITE-IDX-REC
                       ADD 1 TO WS-STA-APPLIED
               END-READ
           END-IF.
           PERFORM H560-READ-STATLOG.
       H570-END. EXIT.

      *    the rebuilt file is re-added independently of the replay.
      *    it must hold the image's records plus the openings
      *    replayed, and its balances must come to the image hash
      *    plus every balance change applied. the AUDFILE postings
      *    replayed for the latest FINAL interest run must then
      *    reproduce that run's CTLFILE count and old and new balance
      *    hashes; a FINAL run no later than the image date is inside
      *    the image already and cannot be re-proved here.
       H600-PROVE-REBUILD.
           PERFORM H610-POSITION-REBUILT.
           PERFORM H620-READD-RECORD UNTIL IDX-EOF.
           COMPUTE WS-EXPECTED-COUNT = WS-LOAD-COUNT + WS-OPEN-COUNT.
           COMPUTE WS-EXPECTED-TOTAL = WS-IMG-HASH + WS-NET-CHANGE.
           MOVE 'IMAGE RECORDS LOADED:' TO RPT-TOT-TEXT.
           MOVE WS-LOAD-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'IMAGE BALANCE HASH:' TO RPT-TOT-TEXT.
           MOVE WS-IMG-HASH TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'BUSINESS DATES REPLAYED:' TO RPT-TOT-TEXT.
           MOVE WS-DATE-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'LEDGER RECORDS APPLIED:' TO RPT-TOT-TEXT.
           MOVE WS-LGR-APPLIED TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'ACCOUNT OPENINGS APPLIED:' TO RPT-TOT-TEXT.
           MOVE WS-OPEN-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'INTEREST POSTINGS APPLIED:' TO RPT-TOT-TEXT.
           MOVE WS-AUD-APPLIED TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'STATUS CHANGES APPLIED:' TO RPT-TOT-TEXT.
           MOVE WS-STA-APPLIED TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'EXCEPTIONS:' TO RPT-TOT-TEXT.
           MOVE WS-EXCEPTION-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'NET BALANCE CHANGE REPLAYED:' TO RPT-TOT-TEXT.
           MOVE WS-NET-CHANGE TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'EXPECTED RECORDS:' TO RPT-TOT-TEXT.
           MOVE WS-EXPECTED-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'REBUILT RECORDS RE-COUNTED:' TO RPT-TOT-TEXT.
           MOVE WS-REBUILT-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'EXPECTED BALANCE TOTAL:' TO RPT-TOT-TEXT.
           MOVE WS-EXPECTED-TOTAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'REBUILT BALANCES RE-ADDED:' TO RPT-TOT-TEXT.
           MOVE WS-REBUILT-TOTAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           COMPUTE WS-BAL-DIFFERENCE =
               WS-REBUILT-TOTAL - WS-EXPECTED-TOTAL.
           MOVE 'DIFFERENCE:' TO RPT-TOT-TEXT.
           MOVE WS-BAL-DIFFERENCE TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           IF WS-BAL-DIFFERENCE NOT = ZERO
               OR WS-REBUILT-COUNT NOT = WS-EXPECTED-COUNT
               OR WS-EXCEPTION-COUNT > ZERO
               MOVE 'Y' TO WS-NOT-PROVED
           END-IF.
           PERFORM H650-PROVE-CONTROL-TOTALS.
       H600-END. EXIT.

       H610-POSITION-REBUILT.
           MOVE ZERO TO IDX-ID.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY NOT LESS THAN IDX-KEY
               INVALID KEY SET IDX-EOF TO TRUE
           END-START.
       H610-END. EXIT.

       H620-READD-RECORD.
           READ IDX-FILE NEXT RECORD
               AT END SET IDX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REBUILT-COUNT
                   ADD IDX-BALLANCE TO WS-REBUILT-TOTAL
           END-READ.
       H620-END. EXIT.

       H650-PROVE-CONTROL-TOTALS.
           IF NOT WS-FINAL-IS-FOUND
               MOVE SPACES TO RPT-RESULT-LINE
               MOVE 'NO FINAL RECORD ON CTLFILE' TO RPT-RES-TEXT
               WRITE RPT-RESULT-LINE
               MOVE 'Y' TO WS-NOT-PROVED
           ELSE
               IF WS-CTL-DATE NOT > WS-IMAGE-DATE
                   MOVE SPACES TO RPT-RESULT-LINE
                   STRING 'CTLFILE FINAL RUN ' WS-CTL-DATE
                       ' IS INSIDE THE IMAGE - NOT RE-PROVED'
                       DELIMITED BY SIZE INTO RPT-RES-TEXT
                   WRITE RPT-RESULT-LINE
                   MOVE 'Y' TO WS-CTL-NOT-COVERED
               ELSE
                   PERFORM H660-COMPARE-CONTROL-TOTALS
               END-IF
           END-IF.
       H650-END. EXIT.

       H660-COMPARE-CONTROL-TOTALS.
           MOVE 'CTLFILE FINAL RUN DATE:' TO RPT-TOT-TEXT.
           MOVE WS-CTL-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'CTLFILE MATCH COUNT:' TO RPT-TOT-TEXT.
           MOVE WS-CTL-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'INTEREST POSTINGS REPLAYED:' TO RPT-TOT-TEXT.
           MOVE WS-RPL-COUNT TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'CTLFILE OLD-BAL HASH:' TO RPT-TOT-TEXT.
           MOVE WS-CTL-OLD-BAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'REPLAYED OLD-BAL HASH:' TO RPT-TOT-TEXT.
           MOVE WS-RPL-OLD-BAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'CTLFILE NEW-BAL HASH:' TO RPT-TOT-TEXT.
           MOVE WS-CTL-NEW-BAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           MOVE 'REPLAYED NEW-BAL HASH:' TO RPT-TOT-TEXT.
           MOVE WS-RPL-NEW-BAL TO RPT-TOT-AMOUNT.
           PERFORM H690-WRITE-TOTAL.
           IF WS-RPL-COUNT NOT = WS-CTL-COUNT
               OR WS-RPL-OLD-BAL NOT = WS-CTL-OLD-BAL
               OR WS-RPL-NEW-BAL NOT = WS-CTL-NEW-BAL
               MOVE SPACES TO RPT-RESULT-LINE
               MOVE 'CTLFILE TOTALS NOT REPRODUCED' TO RPT-RES-TEXT
               WRITE RPT-RESULT-LINE
               MOVE 'Y' TO WS-NOT-PROVED
           END-IF.
       H660-END. EXIT.

       H690-WRITE-TOTAL.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
       H690-END. EXIT.

      *    a nonzero return code keeps the rebuilt cluster out of
      *    service. even a proved rebuild goes back only after
      *    PBEN005 has reconciled it; 4 means the replay proved but
      *    the latest interest run could not be re-proved from here.
       H700-WRITE-RESULT.
           MOVE SPACES TO RPT-RESULT-LINE.
           EVALUATE TRUE
               WHEN WS-IS-NOT-PROVED
                   MOVE 'RESULT: REBUILD NOT PROVED - DO NOT RELEASE'
                       TO RPT-RES-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-IS-NOT-COVERED
                   MOVE 'RESULT: REPLAY PROVED - RECONCILE IN PBEN005'
                       TO RPT-RES-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULT: PROVED - RECONCILE IN PBEN005'
                       TO RPT-RES-TEXT
           END-EVALUATE.
           WRITE RPT-RESULT-LINE.
       H700-END. EXIT.

      *    STOP RUN here so an OPEN failure halts the job instead of
      *    resuming against files that are no longer open. Same
      *    convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE IMG-FILE.
           CLOSE IDX-FILE.
           CLOSE LGR-FILE.
           CLOSE AUD-FILE.
           CLOSE STAT-LOG.
           CLOSE ACCT-MASTER.
           CLOSE CTL-FILE.
           CLOSE RCV-RPT.
           STOP RUN.
       H999-END. EXIT.
