       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE005SM.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    standing-order master. OPTIONAL so the very first order
      *    added creates it.
           SELECT OPTIONAL SOM-MASTER
                             ASSIGN SOMAST
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY SOM-KEY
                             STATUS SOM-ST.
      *    the balance master, read only to prove that the account an
      *    order pays from, and any account it pays into, is on file.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
      *    SORDTRN is the approved stream PBEA005 releases on
      *    SORDAPV, never the makers' raw keying.
           SELECT TRANS-FILE ASSIGN TO SORDTRN
                             STATUS TRN-ST.
           SELECT LOG-FILE   ASSIGN TO SORDLOG
                             STATUS LOG-ST.
       DATA DIVISION.
       FILE SECTION.
      *    one record per standing order: the account it pays from,
      *    its number among that account's orders, the account it
      *    pays into (zeros for a payee outside the bank, paid as a
      *    plain withdrawal), the amount and how often, and where the
      *    schedule stands. SOM-NEXT-DUE is the date the schedule
      *    falls on before any move off a weekend or holiday; the
      *    anchor day keeps a monthly order on its own day of the
      *    month after a short month has pulled it back.
       FD  SOM-MASTER.
       01  SOM-FIELDS.
           05  SOM-KEY.
               10  SOM-ID         PIC 9(5).
               10  SOM-DVZ        PIC 9(3).
               10  SOM-SEQ        PIC 9(3).
           05  SOM-CR-ID          PIC 9(5).
           05  SOM-CR-DVZ         PIC 9(3).
           05  SOM-AMOUNT         PIC 9(15).
           05  SOM-FREQ           PIC X(1).
               88  SOM-WEEKLY             VALUE 'W'.
               88  SOM-MONTHLY            VALUE 'M'.
               88  SOM-QUARTERLY          VALUE 'Q'.
               88  SOM-ANNUAL             VALUE 'A'.
           05  SOM-ANCHOR-DAY     PIC 9(2).
           05  SOM-START-DATE     PIC 9(8).
           05  SOM-END-DATE       PIC 9(8).
           05  SOM-NEXT-DUE       PIC 9(8).
      *    A runs, S is held by the branch or after failed payments,
      *    C was cancelled and E ran past its end date.
           05  SOM-STATUS         PIC X(1).
               88  SOM-ACTIVE             VALUE 'A'.
               88  SOM-SUSPENDED          VALUE 'S'.
               88  SOM-CANCELLED          VALUE 'C'.
               88  SOM-ENDED              VALUE 'E'.
           05  SOM-RETRY-COUNT    PIC 9(2).
           05  SOM-SUSP-REASON    PIC X(25).
           05  SOM-LAST-PAID      PIC 9(8).
      *    the payment PBE005SO generated on its last run, held until
      *    the next run has seen whether PBEP005 applied it. a zero
      *    batch number means nothing is outstanding.
           05  SOM-PEND-BATCH     PIC 9(6).
           05  SOM-PEND-DATE      PIC 9(8).
           05  SOM-PEND-DUE       PIC 9(8).
           05  SOM-PEND-AMOUNT    PIC 9(15).
           05  SOM-PEND-CR-ID     PIC 9(5).
           05  SOM-PEND-CR-DVZ    PIC 9(3).
           05  SOM-PAYEE          PIC X(20).
           05  SOM-MAKER          PIC X(8).
           05  SOM-CHECKER        PIC X(8).

       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID        PIC S9(05)  COMP-3.
              05 IDX-DVZ       PIC S9(03)  COMP.
           03 IDX-NAME         PIC X(30).
           03 IDX-DATE         PIC S9(7)  COMP-3.
           03 IDX-BALLANCE     PIC S9(15) COMP-3.
           03 IDX-STATUS       PIC X(1).
              88 IDX-ACTIVE             VALUE 'A' ' '.
              88 IDX-DORMANT            VALUE 'D'.
              88 IDX-CLOSED             VALUE 'C'.
           03 IDX-ACT-DATE     PIC S9(7)  COMP-3.

      *    A adds an order, C replaces its terms, X cancels it, S
      *    holds it and R reinstates a held order. a change carries
      *    the order's full new terms; a next due date of zeros on it
      *    leaves the schedule where it stands. every record carries
      *    the maker's and the approving checker's operator IDs.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           03 SOT-CODE         PIC X(1).
              88 SOT-ADD      VALUE 'A'.
              88 SOT-CHANGE   VALUE 'C'.
              88 SOT-CANCEL   VALUE 'X'.
              88 SOT-SUSPEND  VALUE 'S'.
              88 SOT-REINSTATE VALUE 'R'.
           03 SOT-ID           PIC 9(5).
           03 SOT-DVZ          PIC 9(3).
           03 SOT-SEQ          PIC 9(3).
           03 SOT-CR-ID        PIC 9(5).
           03 SOT-CR-DVZ       PIC 9(3).
           03 SOT-AMOUNT       PIC 9(15).
           03 SOT-FREQ         PIC X(1).
              88 SOT-FREQ-OK  VALUE 'W' 'M' 'Q' 'A'.
           03 SOT-START-DATE   PIC 9(8).
           03 SOT-END-DATE     PIC 9(8).
           03 SOT-NEXT-DUE     PIC 9(8).
           03 SOT-PAYEE        PIC X(20).
           03 SOT-MAKER        PIC X(8).
           03 SOT-CHECKER      PIC X(8).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-CODE         PIC X(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-ID           PIC 9(5).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-DVZ          PIC 9(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-SEQ          PIC 9(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-AMOUNT       PIC 9(15).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
      *    05 is the optional-file open of a master that did not
      *    exist yet, which is the first order ever added.
           05 SOM-ST            PIC 9(2).
              88 SOM-SUCCESS   VALUE 00 05 97.
           05 IDX-ST            PIC 9(2).
              88 IDX-SUCCESS   VALUE 00 97.
           05 TRN-ST            PIC 9(2).
              88 TRN-SUCCESS   VALUE 00 97.
              88 TRN-EOF       VALUE 10.
           05 LOG-ST            PIC 9(2).
              88 LOG-SUCCESS   VALUE 00 97.

      *    what the edits made of the terms on the record in hand;
      *    spaces means they may go on the master.
           05 WS-EDIT-RESULT    PIC X(20).
              88 WS-EDIT-OK    VALUE SPACES.
           05 WS-TERM-START     PIC 9(8).

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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H130-LOAD-DAYS-TABLE.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL TRN-EOF.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
       0000-MAIN-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  TRANS-FILE.
           OPEN OUTPUT LOG-FILE.
           OPEN I-O    SOM-MASTER.
           OPEN INPUT  IDX-FILE.
           IF NOT TRN-SUCCESS
               DISPLAY 'UNABLE TO OPEN SORDTRN: ' TRN-ST
               MOVE TRN-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT LOG-SUCCESS
               DISPLAY 'UNABLE TO OPEN SORDLOG: ' LOG-ST
               MOVE LOG-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SOM-SUCCESS
               DISPLAY 'UNABLE TO OPEN SOMAST: ' SOM-ST
               MOVE SOM-ST TO RETURN-CODE
               PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT IDX-SUCCESS
               DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
               MOVE IDX-ST TO RETURN-CODE
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

       H200-PROCESS.
           READ TRANS-FILE
               AT END SET TRN-EOF TO TRUE
               NOT AT END
                   PERFORM H300-APPLY-TRANS
           END-READ.
       H200-END. EXIT.

      *    a change without a maker and a different checker on it
      *    never passed through approval. Same convention as PBEO005.
       H300-APPLY-TRANS.
           IF SOT-MAKER = SPACES OR SOT-CHECKER = SPACES
               OR SOT-CHECKER = SOT-MAKER
               MOVE 'NOT AUTHORISED'    TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           ELSE
           IF SOT-ID IS NOT NUMERIC
               OR SOT-DVZ IS NOT NUMERIC
               OR SOT-SEQ IS NOT NUMERIC
               MOVE 'KEY NOT NUMERIC'   TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           ELSE
           EVALUATE TRUE
               WHEN SOT-ADD
                   PERFORM H310-ADD-ORDER
               WHEN SOT-CHANGE
                   PERFORM H320-CHANGE-ORDER
               WHEN SOT-CANCEL
                   PERFORM H330-CANCEL-ORDER
               WHEN SOT-SUSPEND
                   PERFORM H340-SUSPEND-ORDER
               WHEN SOT-REINSTATE
                   PERFORM H350-REINSTATE-ORDER
               WHEN OTHER
                   MOVE 'BAD TRANS CODE' TO LOG-RESULT
                   PERFORM H920-WRITE-LOG
           END-EVALUATE
           END-IF
           END-IF.
       H300-END. EXIT.

      *    a new order starts active on its start date, with the
      *    start date's day of the month as the day a monthly,
      *    quarterly or annual schedule keeps to.
       H310-ADD-ORDER.
           MOVE 'N' TO WS-DATE-OK.
           IF SOT-START-DATE IS NUMERIC
               MOVE SOT-START-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               MOVE 'BAD START DATE' TO WS-EDIT-RESULT
           ELSE
               MOVE SOT-START-DATE TO WS-TERM-START
               PERFORM H400-EDIT-TERMS
           END-IF.
           IF NOT WS-EDIT-OK
               MOVE WS-EDIT-RESULT TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           ELSE
               MOVE SPACES         TO SOM-FIELDS
               MOVE SOT-ID         TO SOM-ID
               MOVE SOT-DVZ        TO SOM-DVZ
               MOVE SOT-SEQ        TO SOM-SEQ
               MOVE SOT-START-DATE TO SOM-START-DATE
               MOVE SOT-START-DATE TO SOM-NEXT-DUE
               MOVE SOT-START-DATE TO WS-DATE-NUM
               MOVE WS-DC-DD       TO SOM-ANCHOR-DAY
               MOVE 'A'            TO SOM-STATUS
               MOVE ZERO           TO SOM-RETRY-COUNT
               MOVE ZERO           TO SOM-LAST-PAID
               MOVE ZERO           TO SOM-PEND-BATCH
               MOVE ZERO           TO SOM-PEND-DATE
               MOVE ZERO           TO SOM-PEND-DUE
               MOVE ZERO           TO SOM-PEND-AMOUNT
               MOVE ZERO           TO SOM-PEND-CR-ID
               MOVE ZERO           TO SOM-PEND-CR-DVZ
               PERFORM H410-MOVE-TERMS
               WRITE SOM-FIELDS
                   INVALID KEY
                       MOVE 'ALREADY ON FILE' TO LOG-RESULT
                       PERFORM H920-WRITE-LOG
                   NOT INVALID KEY
                       PERFORM H900-LOG-OK
               END-WRITE
           END-IF.
       H310-END. EXIT.

      *    new terms on an order still running or held. a payment
      *    already generated is settled on the terms it went out on,
      *    which PBE005SO kept beside it, so a change never upsets it.
       H320-CHANGE-ORDER.
           PERFORM H360-READ-ORDER.
           IF WS-EDIT-OK
               IF SOM-CANCELLED OR SOM-ENDED
                   MOVE 'ORDER CLOSED' TO WS-EDIT-RESULT
               ELSE
                   MOVE SOM-START-DATE TO WS-TERM-START
                   PERFORM H400-EDIT-TERMS
               END-IF
           END-IF.
           IF WS-EDIT-OK
               AND SOT-NEXT-DUE IS NUMERIC
               AND SOT-NEXT-DUE NOT = ZERO
               MOVE SOT-NEXT-DUE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
               IF WS-DATE-IS-OK
                   MOVE SOT-NEXT-DUE TO SOM-NEXT-DUE
                   MOVE WS-DC-DD     TO SOM-ANCHOR-DAY
               ELSE
                   MOVE 'BAD NEXT DUE DATE' TO WS-EDIT-RESULT
               END-IF
           END-IF.
           IF WS-EDIT-OK
               PERFORM H410-MOVE-TERMS
               PERFORM H370-REWRITE-ORDER
           ELSE
               MOVE WS-EDIT-RESULT TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           END-IF.
       H320-END. EXIT.

      *    a cancelled order stays on file, so a payment already
      *    generated for it is still settled and the history kept.
       H330-CANCEL-ORDER.
           PERFORM H360-READ-ORDER.
           IF WS-EDIT-OK
               AND (SOM-CANCELLED OR SOM-ENDED)
               MOVE 'ORDER CLOSED' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-OK
               MOVE 'C' TO SOM-STATUS
               PERFORM H380-STAMP-OPERATORS
               PERFORM H370-REWRITE-ORDER
           ELSE
               MOVE WS-EDIT-RESULT TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           END-IF.
       H330-END. EXIT.

       H340-SUSPEND-ORDER.
           PERFORM H360-READ-ORDER.
           IF WS-EDIT-OK
               AND NOT SOM-ACTIVE
               MOVE 'ORDER NOT ACTIVE' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-OK
               MOVE 'S' TO SOM-STATUS
               MOVE 'HELD BY BRANCH' TO SOM-SUSP-REASON
               PERFORM H380-STAMP-OPERATORS
               PERFORM H370-REWRITE-ORDER
           ELSE
               MOVE WS-EDIT-RESULT TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           END-IF.
       H340-END. EXIT.

      *    a reinstated order starts its retries afresh. its next due
      *    date is left where it stood, so a payment missed while it
      *    was held goes out on the next run unless a change moves
      *    the schedule on first.
       H350-REINSTATE-ORDER.
           PERFORM H360-READ-ORDER.
           IF WS-EDIT-OK
               AND NOT SOM-SUSPENDED
               MOVE 'ORDER NOT SUSPENDED' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-OK
               MOVE 'A'    TO SOM-STATUS
               MOVE ZERO   TO SOM-RETRY-COUNT
               MOVE SPACES TO SOM-SUSP-REASON
               PERFORM H380-STAMP-OPERATORS
               PERFORM H370-REWRITE-ORDER
           ELSE
               MOVE WS-EDIT-RESULT TO LOG-RESULT
               PERFORM H920-WRITE-LOG
           END-IF.
       H350-END. EXIT.

       H360-READ-ORDER.
           MOVE SPACES  TO WS-EDIT-RESULT.
           MOVE SOT-ID  TO SOM-ID.
           MOVE SOT-DVZ TO SOM-DVZ.
           MOVE SOT-SEQ TO SOM-SEQ.
           READ SOM-MASTER
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-EDIT-RESULT
           END-READ.
       H360-END. EXIT.

       H370-REWRITE-ORDER.
           REWRITE SOM-FIELDS
               INVALID KEY
                   MOVE 'REJECTED' TO LOG-RESULT
                   PERFORM H920-WRITE-LOG
               NOT INVALID KEY
                   PERFORM H900-LOG-OK
           END-REWRITE.
       H370-END. EXIT.

       H380-STAMP-OPERATORS.
           MOVE SOT-MAKER   TO SOM-MAKER.
           MOVE SOT-CHECKER TO SOM-CHECKER.
       H380-END. EXIT.

      *    the terms an add and a change both carry. the amount must
      *    be a positive whole number, the end date zeros for an
      *    open-ended order or a real date on or after the start, and
      *    the account paid from must be on the balance master and
      *    open. a payee account inside the bank must be on file
      *    too, and not the paying account itself.
       H400-EDIT-TERMS.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF SOT-AMOUNT IS NOT NUMERIC
               OR SOT-AMOUNT = ZERO
               MOVE 'AMOUNT NOT VALID' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-OK
               AND NOT SOT-FREQ-OK
               MOVE 'BAD FREQUENCY' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-OK
               IF SOT-END-DATE IS NOT NUMERIC
                   MOVE 'BAD END DATE' TO WS-EDIT-RESULT
               ELSE
                   IF SOT-END-DATE NOT = ZERO
                       MOVE SOT-END-DATE TO WS-DATE-NUM
                       PERFORM VALIDATE-DATE
                       IF NOT WS-DATE-IS-OK
                           OR SOT-END-DATE < WS-TERM-START
                           MOVE 'BAD END DATE' TO WS-EDIT-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-OK
               IF SOT-CR-ID IS NOT NUMERIC
                   OR SOT-CR-DVZ IS NOT NUMERIC
                   MOVE 'BAD PAYEE KEY' TO WS-EDIT-RESULT
               ELSE
                   IF SOT-CR-ID = SOT-ID AND SOT-CR-DVZ = SOT-DVZ
                       MOVE 'PAYEE SAME ACCOUNT' TO WS-EDIT-RESULT
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-OK
               MOVE SOT-ID  TO IDX-ID
               MOVE SOT-DVZ TO IDX-DVZ
               READ IDX-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-EDIT-RESULT
                   NOT INVALID KEY
                       IF IDX-CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-EDIT-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-EDIT-OK
               AND (SOT-CR-ID NOT = ZERO OR SOT-CR-DVZ NOT = ZERO)
               MOVE SOT-CR-ID  TO IDX-ID
               MOVE SOT-CR-DVZ TO IDX-DVZ
               READ IDX-FILE
                   INVALID KEY
                       MOVE 'PAYEE NOT ON FILE' TO WS-EDIT-RESULT
                   NOT INVALID KEY
                       IF IDX-CLOSED
                           MOVE 'PAYEE CLOSED' TO WS-EDIT-RESULT
                       END-IF
               END-READ
           END-IF.
       H400-END. EXIT.

       H410-MOVE-TERMS.
           MOVE SOT-CR-ID      TO SOM-CR-ID.
           MOVE SOT-CR-DVZ     TO SOM-CR-DVZ.
           MOVE SOT-AMOUNT     TO SOM-AMOUNT.
           MOVE SOT-FREQ       TO SOM-FREQ.
           MOVE SOT-END-DATE   TO SOM-END-DATE.
           MOVE SOT-PAYEE      TO SOM-PAYEE.
           PERFORM H380-STAMP-OPERATORS.
       H410-END. EXIT.

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

       H900-LOG-OK.
           MOVE 'APPLIED'            TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H900-END. EXIT.

      *    the raw transaction fields go on the log, not the master
      *    key, so a record rejected for a non-numeric key is still
      *    traceable to what the branch keyed. Same convention as
      *    PBEO005.
       H920-WRITE-LOG.
           MOVE SOT-CODE            TO LOG-CODE.
           MOVE SOT-ID              TO LOG-ID.
           MOVE SOT-DVZ             TO LOG-DVZ.
           MOVE SOT-SEQ             TO LOG-SEQ.
           MOVE SOT-AMOUNT          TO LOG-AMOUNT.
           MOVE SOT-MAKER           TO LOG-MAKER.
           MOVE SOT-CHECKER         TO LOG-CHECKER.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H920-END. EXIT.

      *    STOP RUN here so an OPEN failure halts the job instead of
      *    falling back into the transaction loop against files that
      *    are no longer open. Same convention as PBE005HW.
       H999-PROGRAM-EXIT.
           CLOSE SOM-MASTER.
           CLOSE IDX-FILE.
           CLOSE TRANS-FILE.
           CLOSE LOG-FILE.
           STOP RUN.
       H999-END. EXIT.
