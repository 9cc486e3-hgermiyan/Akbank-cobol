       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEA005.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the five maintenance streams as the makers key them. each
      *    is OPTIONAL: a night nothing was keyed on a stream simply
      *    has no file, or an empty one.
           SELECT OPTIONAL ACCT-MKR
                             ASSIGN TO ACCTTRN
                             STATUS AMK-ST.
           SELECT OPTIONAL RATE-MKR
                             ASSIGN TO RATETRN
                             STATUS RMK-ST.
           SELECT OPTIONAL OVRD-MKR
                             ASSIGN TO OVRDTRN
                             STATUS OMK-ST.
           SELECT OPTIONAL STAT-MKR
                             ASSIGN TO STATTRN
                             STATUS SMK-ST.
           SELECT OPTIONAL SORD-MKR
                             ASSIGN TO SORDTRN
                             STATUS DMK-ST.
      *    the checkers' authorisation stream: one decision per
      *    pending item. OPTIONAL so a night with no decisions keyed
      *    still releases nothing and ages the file.
           SELECT OPTIONAL AUTH-TRANS
                             ASSIGN TO AUTHTRN
                             STATUS AUT-ST.
      *    every maintenance item captured, keyed by the date it was
      *    captured and its number within that date, held until a
      *    checker approves or rejects it or it expires. decided
      *    items stay on file as the audit trail. OPTIONAL so the
      *    first run creates it.
           SELECT OPTIONAL PEND-FILE
                             ASSIGN PENDAPPR
                             ORGANIZATION INDEXED
                             ACCESS MODE DYNAMIC
                             RECORD KEY PND-KEY
                             STATUS PND-ST.
      *    the approved streams, one per maintenance program, each in
      *    the layout of the stream it replaces: the PBEE005, PBER005,
      *    PBEO005, PBED005 and PBE005SM steps read these in place of
      *    the raw keyed streams.
           SELECT ACCT-APV   ASSIGN TO ACCTAPV
                             STATUS AAP-ST.
           SELECT RATE-APV   ASSIGN TO RATEAPV
                             STATUS RAP-ST.
           SELECT OVRD-APV   ASSIGN TO OVRDAPV
                             STATUS OAP-ST.
           SELECT STAT-APV   ASSIGN TO STATAPV
                             STATUS SAP-ST.
           SELECT SORD-APV   ASSIGN TO SORDAPV
                             STATUS DAP-ST.
      *    register of maker batches already captured and of the
      *    approved batches released, so a retransmitted batch is
      *    refused whole and every release goes out under a batch
      *    number of its own. OPTIONAL so the very first run creates
      *    it on the EXTEND. Same convention as PBEP005's PSTBREG.
           SELECT OPTIONAL APR-REG
                             ASSIGN TO APRBREG
                             STATUS REG-ST.
           SELECT PARM-CARD  ASSIGN TO APRPARM
                             STATUS PRM-ST.
           SELECT HOL-FILE   ASSIGN TO HOLCAL
                             STATUS HOL-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
           SELECT AUTH-LOG   ASSIGN TO AUTHLOG
                             STATUS LOG-ST.
           SELECT APR-RPT    ASSIGN TO APRRPT
                             STATUS RPT-ST.
           SELECT EXC-RPT    ASSIGN TO APREXCP
                             STATUS EXC-ST.
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
      *    keyed streams, each in the layout its maintenance program
      *    reads, the maker's operator ID on every detail record and
      *    the checker's left blank. ACCTTRN, RATETRN and OVRDTRN
      *    arrive framed by the branch HDR/TRL records; STATTRN and
      *    SORDTRN are bare. the records are taken whole into
      *    WS-MKR-AREA below.
       FD  ACCT-MKR RECORDING MODE F.
       01  AMK-REC             PIC X(200).

       FD  RATE-MKR RECORDING MODE F.
       01  RMK-REC             PIC X(61).

       FD  OVRD-MKR RECORDING MODE F.
       01  OMK-REC             PIC X(40).

       FD  STAT-MKR RECORDING MODE F.
       01  SMK-REC             PIC X(25).

       FD  SORD-MKR RECORDING MODE F.
       01  DMK-REC             PIC X(96).

      *    one checker decision: the reference APRRPT printed for the
      *    item, A to approve or R to reject, and the checker's own
      *    operator ID.
       FD  AUTH-TRANS RECORDING MODE F.
       01  AUT-REC.
           03 AUT-CAPT-DATE    PIC 9(8).
           03 AUT-SEQ          PIC 9(6).
           03 AUT-DECISION     PIC X(1).
              88 AUT-APPROVE            VALUE 'A'.
              88 AUT-REJECT             VALUE 'R'.
           03 AUT-CHECKER      PIC X(8).
           03 FILLER           PIC X(57).

      *    P waits for a checker, A is approved and not yet released,
      *    F has been released to its maintenance program, R was
      *    rejected and X expired unapproved. the item is carried
      *    whole, maker's ID and all, exactly as it was keyed. the
      *    branch, batch and input sequence say where in tonight's
      *    keyed stream it came from (branch and batch are zero on
      *    the unframed streams), and the release number which
      *    release carried it out.
       FD  PEND-FILE.
       01  PND-FIELDS.
           05  PND-KEY.
               10  PND-CAPT-DATE  PIC 9(8).
               10  PND-SEQ        PIC 9(6).
           05  PND-STREAM         PIC X(4).
           05  PND-STATUS         PIC X(1).
               88  PND-PENDING            VALUE 'P'.
               88  PND-APPROVED           VALUE 'A'.
               88  PND-RELEASED           VALUE 'F'.
               88  PND-REJECTED           VALUE 'R'.
               88  PND-EXPIRED            VALUE 'X'.
           05  PND-MAKER          PIC X(8).
           05  PND-CHECKER        PIC X(8).
           05  PND-DECIDED-DATE   PIC 9(8).
           05  PND-BRANCH         PIC 9(3).
           05  PND-BATCH-NO       PIC 9(6).
           05  PND-INPUT-SEQ      PIC 9(6).
           05  PND-RELEASE-NO     PIC 9(6).
           05  PND-IMAGE          PIC X(200).

       FD  ACCT-APV RECORDING MODE F.
       01  AAP-REC             PIC X(200).

       FD  RATE-APV RECORDING MODE F.
       01  RAP-REC             PIC X(61).

       FD  OVRD-APV RECORDING MODE F.
       01  OAP-REC             PIC X(40).

       FD  STAT-APV RECORDING MODE F.
       01  SAP-REC             PIC X(25).

       FD  SORD-APV RECORDING MODE F.
       01  DAP-REC             PIC X(96).

      *    one record per maker batch captured, under its stream, and
      *    one per release under REL, whose batch number is the one
      *    the approved streams' HDR records carried.
       FD  APR-REG RECORDING MODE F.
       01  REG-REC.
           03 REG-STREAM       PIC X(4).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-BRANCH       PIC 9(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-BATCH-NO     PIC 9(6).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-COUNT        PIC 9(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 REG-TIMESTAMP    PIC X(26).

      *    one card: how many business days an item may wait for a
      *    checker before it expires.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-CARD-REC.
           03 PRM-EXPIRY-DAYS  PIC 9(3).
           03 FILLER           PIC X(77).

      *    holiday calendar: one CCYYMMDD non-working date per record.
      *    Same file PBEB005 rolls BUSDATE by.
       FD  HOL-FILE RECORDING MODE F.
       01  HOL-REC.
           03 HOL-DATE         PIC 9(8).
           03 FILLER           PIC X(72).

      *    the one business-date control record PBEB005 rolls forward
      *    each night; the whole batch suite reads its current date
      *    as the processing date.
       FD  BUS-FILE RECORDING MODE F.
       01  BUS-REC.
           03 BUS-PREV-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-CURR-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-NEXT-DATE    PIC 9(8).
           03 FILLER           PIC X(2).
           03 BUS-ROLL-TIMESTAMP PIC X(26).

      *    every decision keyed, with the outcome: the item's stream,
      *    maker and checker side by side for audit.
       FD  AUTH-LOG RECORDING MODE F.
       01  LOG-REC.
           03 LOG-CAPT-DATE    PIC X(8).
           03 FILLER           PIC X(1) VALUE SPACES.
           03 LOG-SEQ          PIC X(6).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-DECISION     PIC X(1).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-STREAM       PIC X(4).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-MAKER        PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-CHECKER      PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-RESULT       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 LOG-TIMESTAMP    PIC X(26).

      *    the checkers' worklist: every item still waiting after
      *    tonight's decisions, the newly captured ones included, with
      *    the reference a decision must quote.
       FD  APR-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(36).
           03 RPT-HDG-DATE     PIC X(8).
           03 RPT-HDG-LABEL    PIC X(14).
           03 RPT-HDG-DAYS     PIC ZZ9.
       01  RPT-DETAIL-LINE.
           03 RPT-DET-DATE     PIC X(8).
           03 RPT-DET-DASH     PIC X(1).
           03 RPT-DET-SEQ      PIC X(6).
           03 FILLER           PIC X(2).
           03 RPT-DET-STREAM   PIC X(4).
           03 FILLER           PIC X(2).
           03 RPT-DET-MAKER    PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-AGE      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-KEY      PIC X(48).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZ9.

      *    items that expired unapproved tonight, and keyed records
      *    that could not be captured at all for want of a maker ID.
       FD  EXC-RPT RECORDING MODE F.
       01  EXC-HEADING-LINE.
           03 EXC-HDG-TITLE    PIC X(36).
           03 EXC-HDG-DATE     PIC X(8).
       01  EXC-DETAIL-LINE.
           03 EXC-DET-DATE     PIC X(8).
           03 EXC-DET-DASH     PIC X(1).
           03 EXC-DET-SEQ      PIC X(6).
           03 FILLER           PIC X(2).
           03 EXC-DET-STREAM   PIC X(4).
           03 FILLER           PIC X(2).
           03 EXC-DET-MAKER    PIC X(8).
           03 FILLER           PIC X(2).
           03 EXC-DET-AGE      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 EXC-DET-REASON   PIC X(20).
           03 FILLER           PIC X(2).
           03 EXC-DET-KEY      PIC X(48).
       01  EXC-TOTAL-LINE.
           03 EXC-TOT-TEXT     PIC X(30).
           03 EXC-TOT-COUNT    PIC ZZZ,ZZ9.

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
      *    05 is the optional-file open of a file that did not exist
      *    yet: nothing keyed, or the first run.
           03 AMK-ST           PIC 9(2).
           03 RMK-ST           PIC 9(2).
           03 OMK-ST           PIC 9(2).
           03 SMK-ST           PIC 9(2).
           03 DMK-ST           PIC 9(2).
           03 WS-MKR-ST        PIC 9(2).
              88 WS-MKR-SUCCESS         VALUE 00 05 97.
           03 WS-MKR-EOF       PIC X VALUE 'N'.
              88 WS-MKR-AT-EOF          VALUE 'Y'.
           03 AUT-ST           PIC 9(2).
              88 AUT-SUCCESS            VALUE 00 05 97.
              88 AUT-EOF                VALUE 10.
           03 PND-ST           PIC 9(2).
              88 PND-SUCCESS            VALUE 00 05 97.
              88 PND-EOF                VALUE 10.
           03 AAP-ST           PIC 9(2).
              88 AAP-SUCCESS            VALUE 00 97.
           03 RAP-ST           PIC 9(2).
              88 RAP-SUCCESS            VALUE 00 97.
           03 OAP-ST           PIC 9(2).
              88 OAP-SUCCESS            VALUE 00 97.
           03 SAP-ST           PIC 9(2).
              88 SAP-SUCCESS            VALUE 00 97.
           03 DAP-ST           PIC 9(2).
              88 DAP-SUCCESS            VALUE 00 97.
           03 REG-ST           PIC 9(2).
              88 REG-SUCCESS            VALUE 00 05 97.
              88 REG-EOF                VALUE 10.
           03 PRM-ST           PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
           03 HOL-ST           PIC 9(2).
              88 HOL-SUCCESS            VALUE 00 97.
              88 HOL-EOF                VALUE 10.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
           03 LOG-ST           PIC 9(2).
              88 LOG-SUCCESS            VALUE 00 97.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 EXC-ST           PIC 9(2).
              88 EXC-SUCCESS            VALUE 00 97.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-RUN-DATE-INT  PIC S9(7).
      *    default wait when no APRPARM card is supplied.
           03 WS-EXPIRY-DAYS   PIC 9(3) VALUE 5.
           03 WS-AGE           PIC 9(5).
           03 WS-AGE-DATE      PIC 9(8) VALUE ZERO.
           03 WS-LAST-SEQ      PIC 9(6) VALUE ZERO.
           03 WS-INPUT-SEQ     PIC 9(6) VALUE ZERO.
           03 WS-ITEM-MAKER    PIC X(8).
           03 WS-KEY-TEXT      PIC X(48).
           03 WS-EXC-REASON    PIC X(20).

      *    the release goes out as one batch across the approved
      *    streams, under a branch of its own and the next batch
      *    number after the last release on the register.
           03 WS-REL-BRANCH    PIC 9(3) VALUE 999.
           03 WS-REL-BATCH-NO  PIC 9(6) VALUE ZERO.

      *    batch controls proved by the verify pass before a single
      *    item is captured. Same convention as PBEP005.
           03 WS-TRL-COUNT     PIC 9(8).
           03 WS-DETAIL-COUNT  PIC 9(8) VALUE ZERO.
           03 WS-TRL-SEEN      PIC X VALUE 'N'.
              88 WS-TRL-IS-SEEN         VALUE 'Y'.
           03 WS-BATCH-FAIL    PIC X(30).

           03 WS-DECISION-COUNT PIC 9(6) VALUE ZERO.
           03 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-WAITING-COUNT PIC 9(6) VALUE ZERO.
           03 WS-CAPTURED-COUNT PIC 9(6) VALUE ZERO.
           03 WS-NO-MAKER-COUNT PIC 9(6) VALUE ZERO.
           03 WS-RECAPTURE-COUNT PIC 9(6) VALUE ZERO.

      *    the decision under judgement: what becomes of it, and the
      *    item it names once found.
           03 WS-DEC-RESULT    PIC X(20).
           03 WS-DEC-STREAM    PIC X(4).
           03 WS-DEC-MAKER     PIC X(8).

      *    business-day arithmetic on the integer calendar. Same
      *    fields as PBEB005.
           03 WS-WORK-INT      PIC S9(7).
           03 WS-WORK-DATE     PIC 9(8).
           03 WS-DAY-OF-WEEK   PIC S9(1).
           03 WS-IS-BUSINESS   PIC X.
              88 WS-BUSINESS-DAY         VALUE 'Y'.
           03 WS-HOL-COUNT     PIC 9(4) VALUE ZERO.
           03 WS-HOL-MAX-ENTRIES PIC 9(4) VALUE 400.
           03 WS-HOL-SUB       PIC S9(4) COMP.

      *    the five streams in the order they are captured, the DD
      *    each is keyed on, and what this run saw of each. only the
      *    first three are framed.
       01  WS-STREAM-LIST.
           03 FILLER           PIC X(4) VALUE 'ACCT'.
           03 FILLER           PIC X(4) VALUE 'RATE'.
           03 FILLER           PIC X(4) VALUE 'OVRD'.
           03 FILLER           PIC X(4) VALUE 'STAT'.
           03 FILLER           PIC X(4) VALUE 'SORD'.
       01  WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-LIST.
           03 WS-STREAM-NAME   OCCURS 5 TIMES
                               INDEXED BY WS-STR-IDX PIC X(4).
       01  WS-STREAM-DD-LIST.
           03 FILLER           PIC X(8) VALUE 'ACCTTRN'.
           03 FILLER           PIC X(8) VALUE 'RATETRN'.
           03 FILLER           PIC X(8) VALUE 'OVRDTRN'.
           03 FILLER           PIC X(8) VALUE 'STATTRN'.
           03 FILLER           PIC X(8) VALUE 'SORDTRN'.
       01  WS-STREAM-DD-TABLE REDEFINES WS-STREAM-DD-LIST.
           03 WS-STREAM-DD     OCCURS 5 TIMES PIC X(8).
       01  WS-STREAM-TABLE.
           03 WS-STR-SUB       PIC S9(4) COMP.
           03 WS-STR-FRAMED    PIC S9(4) COMP VALUE 3.
           03 WS-STR-ENTRY OCCURS 5 TIMES.
              05 WS-STR-PRESENT   PIC X VALUE 'N'.
                 88 WS-STR-IS-PRESENT   VALUE 'Y'.
              05 WS-STR-BRANCH    PIC 9(3) VALUE ZERO.
              05 WS-STR-BATCH-NO  PIC 9(6) VALUE ZERO.
              05 WS-STR-BUS-DATE  PIC 9(8) VALUE ZERO.
              05 WS-STR-DETAILS   PIC 9(8) VALUE ZERO.
              05 WS-STR-RELEASED  PIC 9(8) VALUE ZERO.
              05 WS-STR-CAPTURED  PIC 9(6) VALUE ZERO.

      *    the keyed record under work, whichever stream it came
      *    from, with the frame records and each stream's own view
      *    laid over it: the maker and checker IDs ride behind the
      *    record each maintenance program already knew.
       01  WS-MKR-AREA.
           03 WS-MKR-REC       PIC X(200).
       01  WS-MKR-HDR REDEFINES WS-MKR-AREA.
           03 WS-HDR-TAG       PIC X(3).
           03 WS-HDR-BRANCH    PIC 9(3).
           03 WS-HDR-BATCH-NO  PIC 9(6).
           03 WS-HDR-BUS-DATE  PIC 9(8).
           03 FILLER           PIC X(180).
       01  WS-MKR-TRL REDEFINES WS-MKR-AREA.
           03 WS-TRL-TAG       PIC X(3).
           03 WS-TRL-REC-COUNT PIC 9(8).
           03 FILLER           PIC X(189).
       01  WS-ACCT-VIEW REDEFINES WS-MKR-AREA.
           03 WS-ACV-CODE      PIC X(1).
           03 WS-ACV-ACCT-NO   PIC X(4).
           03 WS-ACV-FIRST-NAME PIC X(15).
           03 WS-ACV-LAST-NAME PIC X(15).
           03 FILLER           PIC X(149).
           03 WS-ACV-MAKER     PIC X(8).
           03 WS-ACV-CHECKER   PIC X(8).
       01  WS-RATE-VIEW REDEFINES WS-MKR-AREA.
           03 WS-RTV-CODE      PIC X(1).
           03 WS-RTV-DVZ       PIC X(3).
           03 WS-RTV-EFF-DATE  PIC X(8).
           03 FILLER           PIC X(33).
           03 WS-RTV-MAKER     PIC X(8).
           03 WS-RTV-CHECKER   PIC X(8).
           03 FILLER           PIC X(139).
       01  WS-OVRD-VIEW REDEFINES WS-MKR-AREA.
           03 WS-ODV-CODE      PIC X(1).
           03 WS-ODV-ID        PIC X(5).
           03 WS-ODV-DVZ       PIC X(3).
           03 WS-ODV-LIMIT     PIC X(15).
           03 WS-ODV-MAKER     PIC X(8).
           03 WS-ODV-CHECKER   PIC X(8).
           03 FILLER           PIC X(160).
       01  WS-STAT-VIEW REDEFINES WS-MKR-AREA.
           03 WS-STV-ID        PIC X(5).
           03 WS-STV-DVZ       PIC X(3).
           03 WS-STV-STATUS    PIC X(1).
           03 WS-STV-MAKER     PIC X(8).
           03 WS-STV-CHECKER   PIC X(8).
           03 FILLER           PIC X(175).
       01  WS-SORD-VIEW REDEFINES WS-MKR-AREA.
           03 WS-SOV-CODE      PIC X(1).
           03 WS-SOV-ID        PIC X(5).
           03 WS-SOV-DVZ       PIC X(3).
           03 WS-SOV-SEQ       PIC X(3).
           03 FILLER           PIC X(8).
           03 WS-SOV-AMOUNT    PIC X(15).
           03 FILLER           PIC X(45).
           03 WS-SOV-MAKER     PIC X(8).
           03 WS-SOV-CHECKER   PIC X(8).
           03 FILLER           PIC X(104).

      *    scratch area for validating an 8-digit CCYYMMDD date before
      *    it is handed to FUNCTION INTEGER-OF-DATE. Same convention
      *    as PBEG005's VALIDATE-DATE.
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

      *    non-working dates off HOLCAL. Same table as PBEB005.
       01  WS-HOL-TABLE.
           03 WS-HOL-ENTRY OCCURS 400 TIMES PIC 9(8) VALUE ZERO.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBEA005'.
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
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 1 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       0000-MAIN.
           PERFORM H150-LOAD-DAYS-TABLE.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H110-VERIFY-STREAMS.
           PERFORM H100-OPEN-FILES.
           PERFORM H160-LOAD-HOLIDAYS.
           PERFORM H170-READ-PARM-CARD.
           PERFORM H190-INITIALIZE.
           PERFORM H200-APPLY-DECISION UNTIL AUT-EOF.
           PERFORM H290-POSITION-FOR-SWEEP.
           PERFORM H300-SWEEP-ITEM UNTIL PND-EOF.
           PERFORM H400-CAPTURE-STREAM
               VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > 5.
           PERFORM H480-WRITE-RELEASE-TRAILER
               VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-FRAMED.
           PERFORM H500-CLOSE-RELEASE-FILES.
           PERFORM H290-POSITION-FOR-SWEEP.
           PERFORM H510-MARK-RELEASED-ITEM UNTIL PND-EOF.
           PERFORM H490-REGISTER-BATCHES.
           PERFORM H700-WRITE-TOTALS.
           IF WS-EXPIRED-COUNT > ZERO OR WS-NO-MAKER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           PERFORM H195-READ-BUS-DATE.
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
           OPEN I-O    PEND-FILE.
           OPEN INPUT  AUTH-TRANS.
           OPEN OUTPUT ACCT-APV.
           OPEN OUTPUT RATE-APV.
           OPEN OUTPUT OVRD-APV.
           OPEN OUTPUT STAT-APV.
           OPEN OUTPUT SORD-APV.
           OPEN OUTPUT AUTH-LOG.
           OPEN OUTPUT APR-RPT.
           OPEN OUTPUT EXC-RPT.
           IF (NOT PND-SUCCESS)
           DISPLAY 'UNABLE TO OPEN PENDAPPR: ' PND-ST
           MOVE PND-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AUT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUTHTRN: ' AUT-ST
           MOVE AUT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT AAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ACCTAPV: ' AAP-ST
           MOVE AAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN RATEAPV: ' RAP-ST
           MOVE RAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT OAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN OVRDAPV: ' OAP-ST
           MOVE OAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT SAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN STATAPV: ' SAP-ST
           MOVE SAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT DAP-SUCCESS)
           DISPLAY 'UNABLE TO OPEN SORDAPV: ' DAP-ST
           MOVE DAP-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT LOG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN AUTHLOG: ' LOG-ST
           MOVE LOG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN APRRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT EXC-SUCCESS)
           DISPLAY 'UNABLE TO OPEN APREXCP: ' EXC-ST
           MOVE EXC-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    prove every framed stream whole before a single item is
      *    captured: each must open with an HDR record and close with
      *    a TRL record whose count proves against the details
      *    between them, and no stream's branch/batch pair may already
      *    be on the register. a stream with no records at all had
      *    nothing keyed. any failure refuses the run before any
      *    output is touched. Same convention as PBEP005.
       H110-VERIFY-STREAMS.
           PERFORM H120-VERIFY-ONE-STREAM
               VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-FRAMED.
           PERFORM H130-CHECK-REGISTER.
           ADD 1 TO WS-REL-BATCH-NO.
       H110-END. EXIT.

       H120-VERIFY-ONE-STREAM.
           MOVE 'N'  TO WS-MKR-EOF.
           MOVE 'N'  TO WS-TRL-SEEN.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-TRL-COUNT.
           PERFORM H180-OPEN-MAKER-STREAM.
           PERFORM H185-READ-MAKER-STREAM.
           IF NOT WS-MKR-AT-EOF
               PERFORM H121-VERIFY-HEADER
               PERFORM H125-VERIFY-RECORD UNTIL WS-MKR-AT-EOF
               IF NOT WS-TRL-IS-SEEN
                   MOVE 'NO BATCH TRAILER' TO WS-BATCH-FAIL
                   PERFORM H179-FAIL-BATCH
               END-IF
               IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-BATCH-FAIL
                   PERFORM H179-FAIL-BATCH
               END-IF
               MOVE WS-DETAIL-COUNT TO WS-STR-DETAILS (WS-STR-SUB)
           END-IF.
           PERFORM H189-CLOSE-MAKER-STREAM.
       H120-END. EXIT.

       H121-VERIFY-HEADER.
           IF WS-HDR-TAG NOT = 'HDR'
               MOVE 'NO BATCH HEADER' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           IF WS-HDR-BRANCH IS NOT NUMERIC
               OR WS-HDR-BATCH-NO IS NOT NUMERIC
               MOVE 'HEADER NOT NUMERIC' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
           MOVE 'Y'             TO WS-STR-PRESENT (WS-STR-SUB).
           MOVE WS-HDR-BRANCH   TO WS-STR-BRANCH (WS-STR-SUB).
           MOVE WS-HDR-BATCH-NO TO WS-STR-BATCH-NO (WS-STR-SUB).
           MOVE WS-HDR-BUS-DATE TO WS-STR-BUS-DATE (WS-STR-SUB).
       H121-END. EXIT.

       H125-VERIFY-RECORD.
           PERFORM H185-READ-MAKER-STREAM.
           IF NOT WS-MKR-AT-EOF
               EVALUATE TRUE
                   WHEN WS-TRL-IS-SEEN
                       MOVE 'RECORDS AFTER TRAILER'
                           TO WS-BATCH-FAIL
                       PERFORM H179-FAIL-BATCH
                   WHEN WS-TRL-TAG = 'TRL'
                       MOVE 'Y' TO WS-TRL-SEEN
                       MOVE WS-TRL-REC-COUNT TO WS-TRL-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-DETAIL-COUNT
               END-EVALUATE
           END-IF.
       H125-END. EXIT.

      *    the register is read whole: a stream header naming a
      *    branch/batch pair already captured on that stream refuses
      *    the run, and the highest release number is carried
      *    forward. a missing register only means nothing has ever
      *    been captured, which is a normal first run.
       H130-CHECK-REGISTER.
           OPEN INPUT APR-REG.
           IF REG-SUCCESS
               PERFORM H131-SCAN-REGISTER UNTIL REG-EOF
               CLOSE APR-REG
           END-IF.
       H130-END. EXIT.

       H131-SCAN-REGISTER.
           READ APR-REG
               AT END SET REG-EOF TO TRUE
               NOT AT END
                   IF REG-STREAM = 'REL'
                       IF REG-BATCH-NO > WS-REL-BATCH-NO
                           MOVE REG-BATCH-NO TO WS-REL-BATCH-NO
                       END-IF
                   ELSE
                       PERFORM H132-MATCH-STREAM
                           VARYING WS-STR-SUB FROM 1 BY 1
                               UNTIL WS-STR-SUB > WS-STR-FRAMED
                   END-IF
           END-READ.
       H131-END. EXIT.

       H132-MATCH-STREAM.
           IF WS-STR-IS-PRESENT (WS-STR-SUB)
               AND REG-STREAM = WS-STREAM-NAME (WS-STR-SUB)
               AND REG-BRANCH = WS-STR-BRANCH (WS-STR-SUB)
               AND REG-BATCH-NO = WS-STR-BATCH-NO (WS-STR-SUB)
               MOVE 'BATCH ALREADY CAPTURED' TO WS-BATCH-FAIL
               PERFORM H179-FAIL-BATCH
           END-IF.
       H132-END. EXIT.

       H179-FAIL-BATCH.
           DISPLAY WS-STREAM-DD (WS-STR-SUB) ' BATCH REJECTED - '
               WS-BATCH-FAIL
               ' - BRANCH ' WS-STR-BRANCH (WS-STR-SUB)
               ' BATCH ' WS-STR-BATCH-NO (WS-STR-SUB).
           MOVE 8 TO RETURN-CODE.
           PERFORM H999-PROGRAM-EXIT.
       H179-END. EXIT.

      *    the maker streams are opened, read and closed one at a
      *    time, once for the verify pass and once for the capture,
      *    through these three paragraphs.
       H180-OPEN-MAKER-STREAM.
           EVALUATE WS-STR-SUB
               WHEN 1
                   OPEN INPUT ACCT-MKR
                   MOVE AMK-ST TO WS-MKR-ST
               WHEN 2
                   OPEN INPUT RATE-MKR
                   MOVE RMK-ST TO WS-MKR-ST
               WHEN 3
                   OPEN INPUT OVRD-MKR
                   MOVE OMK-ST TO WS-MKR-ST
               WHEN 4
                   OPEN INPUT STAT-MKR
                   MOVE SMK-ST TO WS-MKR-ST
               WHEN 5
                   OPEN INPUT SORD-MKR
                   MOVE DMK-ST TO WS-MKR-ST
           END-EVALUATE.
           IF (NOT WS-MKR-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ' WS-STREAM-DD (WS-STR-SUB)
               ': ' WS-MKR-ST
           MOVE WS-MKR-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H180-END. EXIT.

       H185-READ-MAKER-STREAM.
           MOVE SPACES TO WS-MKR-AREA.
           EVALUATE WS-STR-SUB
               WHEN 1
                   READ ACCT-MKR
                       AT END MOVE 'Y' TO WS-MKR-EOF
                       NOT AT END MOVE AMK-REC TO WS-MKR-AREA
                   END-READ
               WHEN 2
                   READ RATE-MKR
                       AT END MOVE 'Y' TO WS-MKR-EOF
                       NOT AT END MOVE RMK-REC TO WS-MKR-AREA
                   END-READ
               WHEN 3
                   READ OVRD-MKR
                       AT END MOVE 'Y' TO WS-MKR-EOF
                       NOT AT END MOVE OMK-REC TO WS-MKR-AREA
                   END-READ
               WHEN 4
                   READ STAT-MKR
                       AT END MOVE 'Y' TO WS-MKR-EOF
                       NOT AT END MOVE SMK-REC TO WS-MKR-AREA
                   END-READ
               WHEN 5
                   READ SORD-MKR
                       AT END MOVE 'Y' TO WS-MKR-EOF
                       NOT AT END MOVE DMK-REC TO WS-MKR-AREA
                   END-READ
           END-EVALUATE.
       H185-END. EXIT.

       H189-CLOSE-MAKER-STREAM.
           EVALUATE WS-STR-SUB
               WHEN 1
                   CLOSE ACCT-MKR
               WHEN 2
                   CLOSE RATE-MKR
               WHEN 3
                   CLOSE OVRD-MKR
               WHEN 4
                   CLOSE STAT-MKR
               WHEN 5
                   CLOSE SORD-MKR
           END-EVALUATE.
       H189-END. EXIT.

      *    a missing or unusable control record falls back to the
      *    machine date with a warning, so the suite still runs
      *    before BUSDATE is first seeded by PBEB005.
       H195-READ-BUS-DATE.
           OPEN INPUT BUS-FILE.
           IF BUS-SUCCESS
               READ BUS-FILE
                   AT END PERFORM H196-WARN-NO-BUSDATE
                   NOT AT END
                       IF BUS-CURR-DATE IS NUMERIC
                           AND BUS-CURR-DATE > ZERO
                           MOVE BUS-CURR-DATE TO WS-RUN-DATE
                       ELSE
                           PERFORM H196-WARN-NO-BUSDATE
                       END-IF
               END-READ
               CLOSE BUS-FILE
           ELSE
               PERFORM H196-WARN-NO-BUSDATE
           END-IF.
       H195-END. EXIT.

       H196-WARN-NO-BUSDATE.
           DISPLAY 'BUSDATE NOT USABLE - FALLING BACK TO'
               ' MACHINE DATE ' WS-RUN-DATE.
       H196-END. EXIT.

      *    calendar days per month, indexed by WS-DC-MM; February is
      *    loaded as 29 and trimmed back to 28 for non-leap years by
      *    VALIDATE-DATE below. Same table as PBEG005.
       H150-LOAD-DAYS-TABLE.
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
       H150-END. EXIT.

      *    the calendar is optional: no HOLCAL only means no holidays
      *    beyond the weekends. Same convention as PBEB005.
       H160-LOAD-HOLIDAYS.
           OPEN INPUT HOL-FILE.
           IF HOL-SUCCESS
               PERFORM H165-READ-HOLIDAY UNTIL HOL-EOF
               CLOSE HOL-FILE
           END-IF.
       H160-END. EXIT.

       H165-READ-HOLIDAY.
           READ HOL-FILE
               AT END SET HOL-EOF TO TRUE
               NOT AT END
                   PERFORM H167-STORE-HOLIDAY
           END-READ.
       H165-END. EXIT.

       H167-STORE-HOLIDAY.
           MOVE 'N' TO WS-DATE-OK.
           IF HOL-DATE IS NUMERIC
               MOVE HOL-DATE TO WS-DATE-NUM
               PERFORM VALIDATE-DATE
           END-IF.
           IF NOT WS-DATE-IS-OK
               DISPLAY 'HOLCAL BAD DATE IGNORED: ' HOL-DATE
           ELSE
               IF WS-HOL-COUNT >= WS-HOL-MAX-ENTRIES
                   DISPLAY 'WS-HOL-TABLE FULL AT '
                       WS-HOL-MAX-ENTRIES
                       ' ENTRIES - HOLIDAY ' HOL-DATE ' IGNORED'
               ELSE
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOL-DATE TO WS-HOL-ENTRY (WS-HOL-COUNT)
               END-IF
           END-IF.
       H167-END. EXIT.

      *    the expiry wait comes from an optional one-card file; a
      *    missing or unusable card leaves the default. Same
      *    convention as PBED005's DORMPARM.
       H170-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF PRM-SUCCESS
               READ PARM-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-EXPIRY-DAYS IS NUMERIC
                           AND PRM-EXPIRY-DAYS > ZERO
                           MOVE PRM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       H170-END. EXIT.

      *    the approved streams each open with the release header
      *    their maintenance program verifies; STATAPV and SORDAPV go
      *    out bare, as STATTRN and SORDTRN are keyed.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'MAINTENANCE ITEMS AWAITING APPROVAL' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           MOVE '  EXPIRE AFTER' TO RPT-HDG-LABEL.
           MOVE WS-EXPIRY-DAYS TO RPT-HDG-DAYS.
           WRITE RPT-HEADING-LINE.
           MOVE SPACES TO EXC-HEADING-LINE.
           MOVE 'MAINTENANCE APPROVAL EXCEPTIONS' TO EXC-HDG-TITLE.
           MOVE WS-RUN-DATE TO EXC-HDG-DATE.
           WRITE EXC-HEADING-LINE.
           PERFORM H191-WRITE-RELEASE-HEADER
               VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-FRAMED.
       H190-END. EXIT.

       H191-WRITE-RELEASE-HEADER.
           MOVE SPACES          TO WS-MKR-AREA.
           MOVE 'HDR'           TO WS-HDR-TAG.
           MOVE WS-REL-BRANCH   TO WS-HDR-BRANCH.
           MOVE WS-REL-BATCH-NO TO WS-HDR-BATCH-NO.
           MOVE WS-RUN-DATE-NUM TO WS-HDR-BUS-DATE.
           PERFORM H485-WRITE-RELEASE-RECORD.
       H191-END. EXIT.

      *    the checkers' decisions go first, so an item approved
      *    tonight is released tonight. a decision is refused, and
      *    the item left as it was, when it names no waiting item,
      *    carries no checker ID, comes from the item's own maker, or
      *    arrives after the item has outstayed the expiry wait.
       H200-APPLY-DECISION.
           READ AUTH-TRANS
               AT END SET AUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISION-COUNT
                   PERFORM H210-JUDGE-DECISION
           END-READ.
       H200-END. EXIT.

       H210-JUDGE-DECISION.
           MOVE SPACES TO WS-DEC-RESULT.
           MOVE SPACES TO WS-DEC-STREAM.
           MOVE SPACES TO WS-DEC-MAKER.
           IF AUT-CAPT-DATE IS NOT NUMERIC OR AUT-SEQ IS NOT NUMERIC
               MOVE 'BAD REFERENCE' TO WS-DEC-RESULT
           ELSE
               MOVE AUT-CAPT-DATE TO PND-CAPT-DATE
               MOVE AUT-SEQ       TO PND-SEQ
               READ PEND-FILE
                   KEY IS PND-KEY
                   INVALID KEY
                       MOVE 'NOT ON PENDAPPR' TO WS-DEC-RESULT
                   NOT INVALID KEY
                       PERFORM H220-JUDGE-ITEM
               END-READ
           END-IF.
           EVALUATE WS-DEC-RESULT
               WHEN 'APPROVED'
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN 'REJECTED'
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.
           PERFORM H250-WRITE-AUTH-LOG.
       H210-END. EXIT.

       H220-JUDGE-ITEM.
           MOVE PND-STREAM TO WS-DEC-STREAM.
           MOVE PND-MAKER  TO WS-DEC-MAKER.
           PERFORM H600-COMPUTE-AGE.
           EVALUATE TRUE
               WHEN NOT PND-PENDING
                   MOVE 'NOT PENDING' TO WS-DEC-RESULT
               WHEN AUT-CHECKER = SPACES
                   MOVE 'NO CHECKER ID' TO WS-DEC-RESULT
               WHEN AUT-CHECKER = PND-MAKER
                   MOVE 'CHECKER IS MAKER' TO WS-DEC-RESULT
               WHEN WS-AGE > WS-EXPIRY-DAYS
                   MOVE 'PAST EXPIRY' TO WS-DEC-RESULT
               WHEN AUT-APPROVE
                   MOVE 'A' TO PND-STATUS
                   MOVE 'APPROVED' TO WS-DEC-RESULT
                   PERFORM H230-REWRITE-DECISION
               WHEN AUT-REJECT
                   MOVE 'R' TO PND-STATUS
                   MOVE 'REJECTED' TO WS-DEC-RESULT
                   PERFORM H230-REWRITE-DECISION
               WHEN OTHER
                   MOVE 'BAD DECISION CODE' TO WS-DEC-RESULT
           END-EVALUATE.
       H220-END. EXIT.

       H230-REWRITE-DECISION.
           MOVE AUT-CHECKER     TO PND-CHECKER.
           MOVE WS-RUN-DATE-NUM TO PND-DECIDED-DATE.
           REWRITE PND-FIELDS
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-DEC-RESULT
           END-REWRITE.
       H230-END. EXIT.

      *    the decision is logged as keyed, so a refused one is still
      *    traceable to the reference and checker ID it carried.
       H250-WRITE-AUTH-LOG.
           MOVE SPACES         TO LOG-REC.
           MOVE AUT-CAPT-DATE  TO LOG-CAPT-DATE.
           MOVE AUT-SEQ        TO LOG-SEQ.
           MOVE AUT-DECISION   TO LOG-DECISION.
           MOVE WS-DEC-STREAM  TO LOG-STREAM.
           MOVE WS-DEC-MAKER   TO LOG-MAKER.
           MOVE AUT-CHECKER    TO LOG-CHECKER.
           MOVE WS-DEC-RESULT  TO LOG-RESULT.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP.
           WRITE LOG-REC.
       H250-END. EXIT.

      *    the keyed reads above leave the file positioned at the last
      *    decision's key; START back at the lowest key so the sweep
      *    sees the whole file. the marking pass after the release
      *    starts from the lowest key the same way.
       H290-POSITION-FOR-SWEEP.
           MOVE ZERO TO PND-CAPT-DATE.
           MOVE ZERO TO PND-SEQ.
           START PEND-FILE KEY NOT LESS THAN PND-KEY
               INVALID KEY SET PND-EOF TO TRUE
           END-START.
       H290-END. EXIT.

       H300-SWEEP-ITEM.
           READ PEND-FILE NEXT RECORD
               AT END SET PND-EOF TO TRUE
               NOT AT END
                   PERFORM H310-JUDGE-ITEM
           END-READ.
       H300-END. EXIT.

      *    approved items are released, and so are items already
      *    marked released under tonight's release number, since a
      *    run that died after marking them is rerun with the approved
      *    streams written afresh. waiting items past the expiry wait
      *    expire onto the exception report, the rest go on the
      *    checkers' worklist. decided items are history. the highest
      *    number already used for tonight's date is noted so
      *    tonight's captures carry on from it.
       H310-JUDGE-ITEM.
           IF PND-CAPT-DATE = WS-RUN-DATE-NUM
               PERFORM H315-NOTE-CAPTURED
           END-IF.
           EVALUATE TRUE
               WHEN PND-APPROVED
                   PERFORM H320-RELEASE-ITEM
               WHEN PND-RELEASED
                   AND PND-RELEASE-NO = WS-REL-BATCH-NO
                   PERFORM H320-RELEASE-ITEM
               WHEN PND-PENDING
                   PERFORM H600-COMPUTE-AGE
                   IF WS-AGE > WS-EXPIRY-DAYS
                       PERFORM H330-EXPIRE-ITEM
                   ELSE
                       PERFORM H340-LIST-WAITING-ITEM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H310-END. EXIT.

      *    an item captured tonight from the same stream, branch and
      *    batch as tonight's input was captured by a run that died
      *    part way; the highest input sequence it reached is kept so
      *    the capture below steps over what is already on file.
       H315-NOTE-CAPTURED.
           IF PND-SEQ > WS-LAST-SEQ
               MOVE PND-SEQ TO WS-LAST-SEQ
           END-IF.
           PERFORM H380-FIND-STREAM.
           IF WS-STR-SUB NOT = ZERO
               IF PND-BRANCH = WS-STR-BRANCH (WS-STR-SUB)
                   AND PND-BATCH-NO = WS-STR-BATCH-NO (WS-STR-SUB)
                   AND PND-INPUT-SEQ > WS-STR-CAPTURED (WS-STR-SUB)
                   MOVE PND-INPUT-SEQ TO WS-STR-CAPTURED (WS-STR-SUB)
               END-IF
           END-IF.
       H315-END. EXIT.

      *    the item is written to its approved stream here and left
      *    approved; it is marked released only once the approved
      *    streams are closed, so a run that dies before then
      *    releases it again. the checker's ID goes into the record
      *    beside the maker's.
       H320-RELEASE-ITEM.
           PERFORM H380-FIND-STREAM.
           IF WS-STR-SUB = ZERO
               DISPLAY 'PENDAPPR UNKNOWN STREAM ' PND-STREAM
                   ' - ITEM ' PND-CAPT-DATE '-' PND-SEQ ' HELD'
           ELSE
               MOVE PND-IMAGE TO WS-MKR-AREA
               PERFORM H325-SET-CHECKER
               PERFORM H485-WRITE-RELEASE-RECORD
               ADD 1 TO WS-STR-RELEASED (WS-STR-SUB)
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
       H320-END. EXIT.

       H325-SET-CHECKER.
           EVALUATE WS-STR-SUB
               WHEN 1
                   MOVE PND-CHECKER TO WS-ACV-CHECKER
               WHEN 2
                   MOVE PND-CHECKER TO WS-RTV-CHECKER
               WHEN 3
                   MOVE PND-CHECKER TO WS-ODV-CHECKER
               WHEN 4
                   MOVE PND-CHECKER TO WS-STV-CHECKER
               WHEN 5
                   MOVE PND-CHECKER TO WS-SOV-CHECKER
           END-EVALUATE.
       H325-END. EXIT.

       H330-EXPIRE-ITEM.
           MOVE 'X'             TO PND-STATUS.
           MOVE WS-RUN-DATE-NUM TO PND-DECIDED-DATE.
           REWRITE PND-FIELDS
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE PENDAPPR: ' PND-ST
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           PERFORM H380-FIND-STREAM.
           MOVE PND-IMAGE TO WS-MKR-AREA.
           PERFORM H350-BUILD-KEY-TEXT.
           MOVE SPACES         TO EXC-DETAIL-LINE.
           MOVE PND-CAPT-DATE  TO EXC-DET-DATE.
           MOVE '-'            TO EXC-DET-DASH.
           MOVE PND-SEQ        TO EXC-DET-SEQ.
           MOVE PND-STREAM     TO EXC-DET-STREAM.
           MOVE PND-MAKER      TO EXC-DET-MAKER.
           MOVE WS-AGE         TO EXC-DET-AGE.
           MOVE 'EXPIRED UNAPPROVED' TO EXC-DET-REASON.
           MOVE WS-KEY-TEXT    TO EXC-DET-KEY.
           WRITE EXC-DETAIL-LINE.
       H330-END. EXIT.

       H340-LIST-WAITING-ITEM.
           ADD 1 TO WS-WAITING-COUNT.
           PERFORM H380-FIND-STREAM.
           MOVE PND-IMAGE TO WS-MKR-AREA.
           PERFORM H350-BUILD-KEY-TEXT.
           MOVE SPACES         TO RPT-DETAIL-LINE.
           MOVE PND-CAPT-DATE  TO RPT-DET-DATE.
           MOVE '-'            TO RPT-DET-DASH.
           MOVE PND-SEQ        TO RPT-DET-SEQ.
           MOVE PND-STREAM     TO RPT-DET-STREAM.
           MOVE PND-MAKER      TO RPT-DET-MAKER.
           MOVE WS-AGE         TO RPT-DET-AGE.
           MOVE WS-KEY-TEXT    TO RPT-DET-KEY.
           WRITE RPT-DETAIL-LINE.
       H340-END. EXIT.

      *    enough of each item for a checker to find what was keyed:
      *    the code and key fields of its own stream.
       H350-BUILD-KEY-TEXT.
           MOVE SPACES TO WS-KEY-TEXT.
           EVALUATE WS-STR-SUB
               WHEN 1
                   STRING 'CODE ' WS-ACV-CODE
                          ' ACCT ' WS-ACV-ACCT-NO
                          ' ' WS-ACV-LAST-NAME
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
               WHEN 2
                   STRING 'CODE ' WS-RTV-CODE
                          ' DVZ ' WS-RTV-DVZ
                          ' EFF ' WS-RTV-EFF-DATE
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
               WHEN 3
                   STRING 'CODE ' WS-ODV-CODE
                          ' ID ' WS-ODV-ID
                          ' DVZ ' WS-ODV-DVZ
                          ' LIMIT ' WS-ODV-LIMIT
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
               WHEN 4
                   STRING 'ID ' WS-STV-ID
                          ' DVZ ' WS-STV-DVZ
                          ' STATUS ' WS-STV-STATUS
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
               WHEN 5
                   STRING 'CODE ' WS-SOV-CODE
                          ' ID ' WS-SOV-ID
                          ' DVZ ' WS-SOV-DVZ
                          ' SEQ ' WS-SOV-SEQ
                          ' AMT ' WS-SOV-AMOUNT
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
               WHEN OTHER
                   MOVE WS-MKR-REC TO WS-KEY-TEXT
           END-EVALUATE.
       H350-END. EXIT.

      *    WS-STR-SUB comes back zero for a stream this program does
      *    not know.
       H380-FIND-STREAM.
           MOVE ZERO TO WS-STR-SUB.
           SET WS-STR-IDX TO 1.
           SEARCH WS-STREAM-NAME
               AT END CONTINUE
               WHEN WS-STREAM-NAME (WS-STR-IDX) = PND-STREAM
                   SET WS-STR-SUB TO WS-STR-IDX
           END-SEARCH.
       H380-END. EXIT.

      *    tonight's keyed streams go onto the pending file behind
      *    the items already waiting, numbered on from the last one
      *    captured under tonight's date. the frame records were
      *    proved by the verify pass and are simply stepped over.
      *    each detail record is numbered by its place in the stream,
      *    and one already captured by an earlier run tonight is
      *    stepped over too.
       H400-CAPTURE-STREAM.
           MOVE 'N'  TO WS-MKR-EOF.
           MOVE ZERO TO WS-INPUT-SEQ.
           PERFORM H180-OPEN-MAKER-STREAM.
           PERFORM H185-READ-MAKER-STREAM.
           PERFORM H410-CAPTURE-RECORD UNTIL WS-MKR-AT-EOF.
           PERFORM H189-CLOSE-MAKER-STREAM.
       H400-END. EXIT.

       H410-CAPTURE-RECORD.
           IF WS-STR-SUB <= WS-STR-FRAMED
               AND (WS-HDR-TAG = 'HDR' OR WS-HDR-TAG = 'TRL')
               CONTINUE
           ELSE
               ADD 1 TO WS-INPUT-SEQ
               IF WS-INPUT-SEQ > WS-STR-CAPTURED (WS-STR-SUB)
                   PERFORM H420-CAPTURE-ITEM
               ELSE
                   ADD 1 TO WS-RECAPTURE-COUNT
               END-IF
           END-IF.
           PERFORM H185-READ-MAKER-STREAM.
       H410-END. EXIT.

      *    a record with no maker ID cannot be held for a second
      *    operator, since there is no first one to differ from; it
      *    goes to the exception report instead. any checker ID keyed
      *    by the maker is cleared.
       H420-CAPTURE-ITEM.
           EVALUATE WS-STR-SUB
               WHEN 1
                   MOVE WS-ACV-MAKER TO WS-ITEM-MAKER
                   MOVE SPACES TO WS-ACV-CHECKER
               WHEN 2
                   MOVE WS-RTV-MAKER TO WS-ITEM-MAKER
                   MOVE SPACES TO WS-RTV-CHECKER
               WHEN 3
                   MOVE WS-ODV-MAKER TO WS-ITEM-MAKER
                   MOVE SPACES TO WS-ODV-CHECKER
               WHEN 4
                   MOVE WS-STV-MAKER TO WS-ITEM-MAKER
                   MOVE SPACES TO WS-STV-CHECKER
               WHEN 5
                   MOVE WS-SOV-MAKER TO WS-ITEM-MAKER
                   MOVE SPACES TO WS-SOV-CHECKER
           END-EVALUATE.
           IF WS-ITEM-MAKER = SPACES
               PERFORM H430-REFUSE-CAPTURE
           ELSE
               PERFORM H440-WRITE-PENDING-ITEM
           END-IF.
       H420-END. EXIT.

       H430-REFUSE-CAPTURE.
           ADD 1 TO WS-NO-MAKER-COUNT.
           PERFORM H350-BUILD-KEY-TEXT.
           MOVE SPACES         TO EXC-DETAIL-LINE.
           MOVE WS-STREAM-NAME (WS-STR-SUB) TO EXC-DET-STREAM.
           MOVE 'NO MAKER ID'  TO EXC-DET-REASON.
           MOVE WS-KEY-TEXT    TO EXC-DET-KEY.
           WRITE EXC-DETAIL-LINE.
       H430-END. EXIT.

       H440-WRITE-PENDING-ITEM.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES          TO PND-FIELDS.
           MOVE WS-RUN-DATE-NUM TO PND-CAPT-DATE.
           MOVE WS-LAST-SEQ     TO PND-SEQ.
           MOVE WS-STREAM-NAME (WS-STR-SUB) TO PND-STREAM.
           MOVE 'P'             TO PND-STATUS.
           MOVE WS-ITEM-MAKER   TO PND-MAKER.
           MOVE ZERO            TO PND-DECIDED-DATE.
           MOVE WS-STR-BRANCH (WS-STR-SUB)   TO PND-BRANCH.
           MOVE WS-STR-BATCH-NO (WS-STR-SUB) TO PND-BATCH-NO.
           MOVE WS-INPUT-SEQ    TO PND-INPUT-SEQ.
           MOVE ZERO            TO PND-RELEASE-NO.
           MOVE WS-MKR-AREA     TO PND-IMAGE.
           WRITE PND-FIELDS
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE PENDAPPR: ' PND-ST
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           ADD 1 TO WS-CAPTURED-COUNT.
           PERFORM H600-COMPUTE-AGE.
           PERFORM H340-LIST-WAITING-ITEM.
       H440-END. EXIT.

       H480-WRITE-RELEASE-TRAILER.
           MOVE SPACES TO WS-MKR-AREA.
           MOVE 'TRL'  TO WS-TRL-TAG.
           MOVE WS-STR-RELEASED (WS-STR-SUB) TO WS-TRL-REC-COUNT.
           PERFORM H485-WRITE-RELEASE-RECORD.
       H480-END. EXIT.

       H485-WRITE-RELEASE-RECORD.
           EVALUATE WS-STR-SUB
               WHEN 1
                   MOVE WS-MKR-AREA TO AAP-REC
                   WRITE AAP-REC
               WHEN 2
                   MOVE WS-MKR-AREA TO RAP-REC
                   WRITE RAP-REC
               WHEN 3
                   MOVE WS-MKR-AREA TO OAP-REC
                   WRITE OAP-REC
               WHEN 4
                   MOVE WS-MKR-AREA TO SAP-REC
                   WRITE SAP-REC
               WHEN 5
                   MOVE WS-MKR-AREA TO DAP-REC
                   WRITE DAP-REC
           END-EVALUATE.
       H485-END. EXIT.

      *    each maker batch captured is remembered under its stream,
      *    and tonight's release under REL, only once the run has
      *    captured, released and marked everything. a run that dies
      *    before this point is rerun whole: the register does not
      *    yet hold its batches or its release number, items it
      *    already captured are stepped over by input sequence, and
      *    items it released are released again into the approved
      *    streams the rerun writes afresh.
       H490-REGISTER-BATCHES.
           OPEN EXTEND APR-REG.
           IF (NOT REG-SUCCESS)
           DISPLAY 'UNABLE TO OPEN APRBREG: ' REG-ST
           MOVE REG-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H495-REGISTER-STREAM
               VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-FRAMED.
           MOVE SPACES            TO REG-REC.
           MOVE 'REL'             TO REG-STREAM.
           MOVE WS-REL-BRANCH     TO REG-BRANCH.
           MOVE WS-REL-BATCH-NO   TO REG-BATCH-NO.
           MOVE WS-RUN-DATE-NUM   TO REG-BUS-DATE.
           MOVE WS-RELEASED-COUNT TO REG-COUNT.
           MOVE FUNCTION CURRENT-DATE TO REG-TIMESTAMP.
           WRITE REG-REC.
           CLOSE APR-REG.
       H490-END. EXIT.

       H495-REGISTER-STREAM.
           IF WS-STR-IS-PRESENT (WS-STR-SUB)
               MOVE SPACES TO REG-REC
               MOVE WS-STREAM-NAME (WS-STR-SUB)  TO REG-STREAM
               MOVE WS-STR-BRANCH (WS-STR-SUB)   TO REG-BRANCH
               MOVE WS-STR-BATCH-NO (WS-STR-SUB) TO REG-BATCH-NO
               MOVE WS-STR-BUS-DATE (WS-STR-SUB) TO REG-BUS-DATE
               MOVE WS-STR-DETAILS (WS-STR-SUB)  TO REG-COUNT
               MOVE FUNCTION CURRENT-DATE TO REG-TIMESTAMP
               WRITE REG-REC
           END-IF.
       H495-END. EXIT.

      *    the approved streams are closed before a single item is
      *    marked released, so every item marked is already safely
      *    on its stream. H999-PROGRAM-EXIT closes them again, which
      *    does no harm.
       H500-CLOSE-RELEASE-FILES.
           CLOSE ACCT-APV.
           CLOSE RATE-APV.
           CLOSE OVRD-APV.
           CLOSE STAT-APV.
           CLOSE SORD-APV.
       H500-END. EXIT.

      *    every approved item on a known stream was written out by
      *    the sweep; tonight's captures are all still waiting.
       H510-MARK-RELEASED-ITEM.
           READ PEND-FILE NEXT RECORD
               AT END SET PND-EOF TO TRUE
               NOT AT END
                   IF PND-APPROVED
                       PERFORM H380-FIND-STREAM
                       IF WS-STR-SUB NOT = ZERO
                           PERFORM H520-REWRITE-RELEASED
                       END-IF
                   END-IF
           END-READ.
       H510-END. EXIT.

       H520-REWRITE-RELEASED.
           MOVE 'F'             TO PND-STATUS.
           MOVE WS-REL-BATCH-NO TO PND-RELEASE-NO.
           REWRITE PND-FIELDS
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE PENDAPPR: ' PND-ST
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-REWRITE.
       H520-END. EXIT.

      *    an item's age is the number of business days, weekends and
      *    HOLCAL dates left out, from the day after it was captured
      *    up to tonight. items come off the file in capture-date
      *    order, so the last date's age is kept and reused.
       H600-COMPUTE-AGE.
           IF PND-CAPT-DATE NOT = WS-AGE-DATE
               MOVE PND-CAPT-DATE TO WS-AGE-DATE
               MOVE ZERO TO WS-AGE
               MOVE 'N' TO WS-DATE-OK
               IF PND-CAPT-DATE IS NUMERIC
                   MOVE PND-CAPT-DATE TO WS-DATE-NUM
                   PERFORM VALIDATE-DATE
               END-IF
               IF WS-DATE-IS-OK
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (PND-CAPT-DATE)
                   PERFORM H610-STEP-FORWARD
                       UNTIL WS-WORK-INT >= WS-RUN-DATE-INT
               END-IF
           END-IF.
       H600-END. EXIT.

       H610-STEP-FORWARD.
           ADD 1 TO WS-WORK-INT.
           PERFORM H670-TEST-BUSINESS-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-AGE
           END-IF.
       H610-END. EXIT.

      *    day 1 of the integer calendar is a Monday, so remainder 6
      *    is Saturday and remainder 0 is Sunday. Same test as
      *    PBEB005.
       H670-TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM (WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE 'N' TO WS-IS-BUSINESS
           ELSE
               PERFORM H675-CHECK-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                       UNTIL WS-HOL-SUB > WS-HOL-COUNT
           END-IF.
       H670-END. EXIT.

       H675-CHECK-HOLIDAY.
           IF WS-HOL-ENTRY (WS-HOL-SUB) = WS-WORK-DATE
               MOVE 'N' TO WS-IS-BUSINESS
           END-IF.
       H675-END. EXIT.

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

       H700-WRITE-TOTALS.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'DECISIONS READ' TO RPT-TOT-TEXT.
           MOVE WS-DECISION-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'APPROVED' TO RPT-TOT-TEXT.
           MOVE WS-APPROVED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'REJECTED' TO RPT-TOT-TEXT.
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'DECISIONS REFUSED - SEE AUTHLOG' TO RPT-TOT-TEXT.
           MOVE WS-REFUSED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'RELEASED TO MAINTENANCE' TO RPT-TOT-TEXT.
           MOVE WS-RELEASED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'CAPTURED TONIGHT' TO RPT-TOT-TEXT.
           MOVE WS-CAPTURED-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'CAPTURED BY EARLIER RUN' TO RPT-TOT-TEXT.
           MOVE WS-RECAPTURE-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'AWAITING APPROVAL' TO RPT-TOT-TEXT.
           MOVE WS-WAITING-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO EXC-TOTAL-LINE.
           MOVE 'EXPIRED UNAPPROVED' TO EXC-TOT-TEXT.
           MOVE WS-EXPIRED-COUNT TO EXC-TOT-COUNT.
           WRITE EXC-TOTAL-LINE.
           MOVE SPACES TO EXC-TOTAL-LINE.
           MOVE 'NOT CAPTURED - NO MAKER ID' TO EXC-TOT-TEXT.
           MOVE WS-NO-MAKER-COUNT TO EXC-TOT-COUNT.
           WRITE EXC-TOTAL-LINE.
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
               MOVE 'CAPTURED' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-CAPTURED-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'RELEASED' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-RELEASED-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'EXPIRED' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-EXPIRED-COUNT
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
       H999-PROGRAM-EXIT.
           CLOSE PEND-FILE.
           CLOSE AUTH-TRANS.
           CLOSE ACCT-APV.
           CLOSE RATE-APV.
           CLOSE OVRD-APV.
           CLOSE STAT-APV.
           CLOSE SORD-APV.
           CLOSE AUTH-LOG.
           CLOSE APR-RPT.
           CLOSE EXC-RPT.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
