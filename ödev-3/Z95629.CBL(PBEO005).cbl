                             ACCESS MODE DYNAMIC
                             RECORD KEY ODL-KEY
                             STATUS ODL-ST.
      *    OVRDTRN is the approved stream PBEA005 releases on
      *    OVRDAPV, never the makers' raw keying.
           SELECT TRANS-FILE ASSIGN TO OVRDTRN
                             STATUS TRN-ST.
           SELECT LOG-FILE   ASSIGN TO OVRDLOG
      *    the stream arrives framed by an HDR record carrying branch,
      *    batch number and business date, and a TRL record carrying
      *    the record count, the same frame PBER005 verifies on
      *    RATETRN. every detail record carries the maker's and the
      *    approving checker's operator IDs.
       FD  TRANS-FILE RECORDING MODE F.
       01  TRANS-REC.
           03 ODT-CODE         PIC X(1).
           03 ODT-ID           PIC 9(5).
           03 ODT-DVZ          PIC 9(3).
           03 ODT-LIMIT        PIC 9(15).
           03 ODT-MAKER        PIC X(8).
           03 ODT-CHECKER      PIC X(8).
       01  ODT-BATCH-HEADER.
           03 OBH-TAG          PIC X(3).
           03 OBH-BRANCH       PIC 9(3).
           03 OBH-BATCH-NO     PIC 9(6).
           03 OBH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(20).
       01  ODT-BATCH-TRAILER.
           03 OBT-TAG          PIC X(3).
           03 OBT-COUNT        PIC 9(8).
           03 FILLER           PIC X(29).

       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).

      *    one record per OVRDTRN batch this program has applied; a
      *    header naming a branch/batch pair already on file is
      *    the key and limit must be numeric before they touch the
      *    master: a limit that will not parse could otherwise land
      *    as an agreed line it never was.
      *    ahead of both, a change without a maker and a different
      *    checker on it never passed through approval.
       H300-APPLY-TRANS.
           IF ODT-MAKER = SPACES OR ODT-CHECKER = SPACES
               OR ODT-CHECKER = ODT-MAKER
               PERFORM H917-LOG-NOT-AUTHORISED
           ELSE
           IF ODT-ID IS NOT NUMERIC
               OR ODT-DVZ IS NOT NUMERIC
               PERFORM H915-LOG-BAD-KEY
               WHEN OTHER
                   PERFORM H340-LOG-BAD-CODE
           END-EVALUATE
           END-IF
           END-IF.
       H300-END. EXIT.

           PERFORM H920-WRITE-LOG.
       H916-END. EXIT.

       H917-LOG-NOT-AUTHORISED.
           MOVE 'NOT AUTHORISED'     TO LOG-RESULT.
           PERFORM H920-WRITE-LOG.
       H917-END. EXIT.

      *    the raw transaction fields go on the log, not the master
      *    key, so a record rejected for a non-numeric key is still
      *    traceable to what the branch keyed.
           MOVE ODT-ID              TO LOG-ID.
           MOVE ODT-DVZ             TO LOG-DVZ.
           MOVE ODT-LIMIT           TO LOG-LIMIT.
           MOVE ODT-MAKER           TO LOG-MAKER.
           MOVE ODT-CHECKER         TO LOG-CHECKER.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H920-END. EXIT.
