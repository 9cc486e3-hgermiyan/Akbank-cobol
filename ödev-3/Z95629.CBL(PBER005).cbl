                             ACCESS MODE DYNAMIC
                             RECORD KEY RTM-KEY
                             STATUS RTM-ST.
      *    RATETRN is the approved stream PBEA005 releases on
      *    RATEAPV, never the makers' raw keying.
           SELECT TRANS-FILE ASSIGN TO RATETRN
                             STATUS TRN-ST.
           SELECT LOG-FILE   ASSIGN TO RATELOG
      *    the stream arrives framed by an HDR record carrying branch,
      *    batch number and business date, and a TRL record carrying
      *    the record count, the same frame PBEP005 and PBEE005
      *    verify on their streams. every detail record carries the
      *    maker's and the approving checker's operator IDs.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           03 RTT-CODE         PIC X(1).
           03 RTT-NAME         PIC X(10).
           03 RTT-USD-RATE     PIC 9(5)V9(4).
           03 RTT-DEBIT-RATE   PIC 9(3)V9(4).
           03 RTT-MAKER        PIC X(8).
           03 RTT-CHECKER      PIC X(8).
       01  RTT-BATCH-HEADER.
           03 RBH-TAG          PIC X(3).
           03 RBH-BRANCH       PIC 9(3).
           03 RBH-BATCH-NO     PIC 9(6).
           03 RBH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(41).
       01  RTT-BATCH-TRAILER.
           03 RBT-TAG          PIC X(3).
           03 RBT-COUNT        PIC 9(8).
           03 FILLER           PIC X(50).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).

      *    one record per RATETRN batch this program has applied; a
      *    header naming a branch/batch pair already on file is
           END-READ.
       H200-END. EXIT.

      *    a change without a maker and a different checker on it never
      *    passed through approval and is logged, not applied.
       H300-APPLY-TRANS.
           EVALUATE TRUE
               WHEN RTT-MAKER = SPACES OR RTT-CHECKER = SPACES
                   OR RTT-CHECKER = RTT-MAKER
                   PERFORM H917-LOG-NOT-AUTHORISED
               WHEN RTT-ADD
                   PERFORM H305-EDIT-EFF-DATE
                   IF WS-DATE-IS-OK
           PERFORM H920-WRITE-LOG.
       H915-END. EXIT.

       H917-LOG-NOT-AUTHORISED.
           MOVE RTT-DVZ      TO RTM-DVZ.
           MOVE RTT-EFF-DATE TO RTM-EFF-DATE.
           MOVE 'NOT AUTHORISED'     TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H917-END. EXIT.

       H920-WRITE-LOG.
           MOVE RTT-CODE            TO LOG-CODE.
           MOVE RTM-DVZ             TO LOG-DVZ.
           MOVE RTM-EFF-DATE        TO LOG-EFF-DATE.
           MOVE RTT-MAKER           TO LOG-MAKER.
           MOVE RTT-CHECKER         TO LOG-CHECKER.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H920-END. EXIT.
