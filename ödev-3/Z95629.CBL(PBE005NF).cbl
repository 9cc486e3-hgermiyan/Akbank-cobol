       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBE005NF.
       AUTHOR.     Halim Germiyan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS MODE SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS IDX-ST.
           SELECT ODL-MASTER ASSIGN ODLIMIT
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ODL-KEY
                             STATUS ODL-ST.
      *    the demographic master carries the e-mail address and
      *    phone number every notice goes out to.
           SELECT ACCT-MASTER ASSIGN ACCTIDX
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY ACCT-NO
                             STATUS ACM-ST.
      *    customer preferences kept by PBEM005 from the ACCTTRN P
      *    code. a customer with no record is told of every event.
           SELECT PRF-FILE   ASSIGN NTFPREF
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY PRF-ACCT-NO
                             STATUS PRF-ST.
      *    the standing conditions already notified - an account past
      *    its line, an account nearing dormancy - so a customer is
      *    told once when the condition arises, not every night it
      *    lasts. OPTIONAL so the first run creates it. Same
      *    convention as PBEK005's MONCASE.
           SELECT OPTIONAL NST-FILE
                             ASSIGN NTFSTATE
                             ORGANIZATION INDEXED
                             ACCESS MODE RANDOM
                             RECORD KEY NST-KEY
                             STATUS NST-ST.
           SELECT LGR-FILE   ASSIGN TO LEDGER
                             STATUS LGR-ST.
           SELECT AUD-FILE   ASSIGN TO AUDFILE
                             STATUS AUD-ST.
           SELECT PARM-CARD  ASSIGN TO NTFPARM
                             STATUS PRM-ST.
           SELECT DORM-CARD  ASSIGN TO DORMPARM
                             STATUS DPM-ST.
      *    the outbound file handed to the messaging gateway, a new
      *    generation each night.
           SELECT NTF-FILE   ASSIGN TO NTFFEED
                             STATUS NTF-ST.
           SELECT NTF-RPT    ASSIGN TO NTFRPT
                             STATUS RPT-ST.
           SELECT BUS-FILE   ASSIGN TO BUSDATE
                             STATUS BUS-ST.
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
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID        PIC S9(05)  COMP-3.
              05 IDX-DVZ       PIC S9(03)  COMP.
           03 IDX-NAME         PIC X(30).
           03 IDX-DATE         PIC S9(7)  COMP-3.
           03 IDX-BALLANCE     PIC S9(15) COMP-3.
      *    account status and the date of the last customer-initiated
      *    movement. Same layout as PBED005.
           03 IDX-STATUS       PIC X(1).
              88 IDX-ACTIVE             VALUE 'A' ' '.
              88 IDX-DORMANT            VALUE 'D'.
              88 IDX-CLOSED             VALUE 'C'.
           03 IDX-ACT-DATE     PIC S9(7)  COMP-3.

      *    per-account overdraft limit master maintained by PBEO005;
      *    an account with no record here has no agreed line.
       FD  ODL-MASTER.
       01  ODL-FIELDS.
           05  ODL-KEY.
               10  ODL-ID         PIC 9(5).
               10  ODL-DVZ        PIC 9(3).
           05  ODL-LIMIT          PIC S9(15).

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

      *    Same layout as PBEM005. the event flags are held in the
      *    order of the event table below, so each event finds its
      *    own flag by subscript.
       FD  PRF-FILE.
       01  PRF-REC.
           03 PRF-ACCT-NO      PIC 9(4).
           03 PRF-CHANNEL      PIC X(1).
              88 PRF-BY-EMAIL           VALUE 'E'.
              88 PRF-BY-SMS             VALUE 'S'.
              88 PRF-OPTED-OUT          VALUE 'N'.
           03 PRF-EVENTS.
              05 PRF-WITHDRAWAL PIC X(1).
              05 PRF-OVERLIMIT PIC X(1).
              05 PRF-DORMANCY  PIC X(1).
              05 PRF-INTEREST  PIC X(1).
           03 PRF-EVENT-TABLE REDEFINES PRF-EVENTS.
              05 PRF-EVENT-FLAG OCCURS 4 TIMES PIC X(1).
                 88 PRF-EVENT-OPTED-OUT  VALUE 'N'.
           03 PRF-UPD-DATE     PIC X(8).
           03 PRF-MAKER        PIC X(8).
           03 PRF-CHECKER      PIC X(8).

      *    one record per standing condition notified: O for an
      *    account past its overdraft line, D for an account inside
      *    the dormancy warning. the record is removed once the
      *    condition clears, so it is notified again if it recurs.
       FD  NST-FILE.
       01  NST-REC.
           03 NST-KEY.
              05 NST-TYPE      PIC X(1).
              05 NST-ID        PIC 9(5).
              05 NST-DVZ       PIC 9(3).
           03 NST-RAISED-DATE  PIC X(8).

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
      *    blank for a customer's own deposit or withdrawal; XFR and
      *    FXT are the legs of a transfer the customer asked for, and
      *    SOP a standing order the customer set up paying outside
      *    the bank. TDI is term-deposit interest paid to the account.
           03 LGR-SOURCE       PIC X(3).
              88 LGR-CUSTOMER-MOVEMENT  VALUE SPACES 'XFR' 'FXT'
                                              'SOP'.
              88 LGR-DEPOSIT-INTEREST   VALUE 'TDI'.
           03 FILLER           PIC X(3).
           03 LGR-XFR-REF      PIC X(14).

      *    Same layout as PBE005HW's audit file: one record per
      *    balance the night's interest run posted.
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

      *    the notification parameters: a W card per currency giving
      *    the withdrawal amount, in that currency, from which a
      *    customer is told of a withdrawal, and one D card giving
      *    how many days before the dormancy threshold the warning
      *    goes out. a currency with no W card raises no withdrawal
      *    notices.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-CARD-REC.
           03 NPM-TYPE         PIC X(1).
              88 NPM-WITHDRAWAL         VALUE 'W'.
              88 NPM-DORMANCY           VALUE 'D'.
           03 NPM-DVZ          PIC 9(3).
           03 NPM-WDL-AMOUNT   PIC 9(15).
           03 FILLER           PIC X(61).
       01  PARM-DORM-CARD-REC.
           03 FILLER           PIC X(1).
           03 NPM-WARN-DAYS    PIC 9(5).
           03 FILLER           PIC X(74).

      *    the dormancy threshold card PBED005 sweeps on, read here so
      *    the warning always runs ahead of the sweep it warns of.
       FD  DORM-CARD RECORDING MODE F.
       01  DORM-CARD-REC.
           03 DPM-DORM-DAYS    PIC 9(5).
           03 FILLER           PIC X(75).

      *    the gateway file is framed the way the branch posting
      *    streams are: an HDR record with the business date, one
      *    DET record per notice, and a TRL record with the count.
      *    the gateway formats the message from the event code and
      *    the figures: the amount moved or credited, the balance,
      *    and the agreed line (OVERLIMT) or days left (DORMWARN).
       FD  NTF-FILE RECORDING MODE F.
       01  NTF-REC.
           03 NTF-TAG          PIC X(3).
           03 NTF-CHANNEL      PIC X(1).
           03 NTF-CONTACT      PIC X(30).
           03 NTF-CUST-ID      PIC 9(5).
           03 NTF-DVZ          PIC 9(3).
           03 NTF-EVENT        PIC X(8).
           03 NTF-BUS-DATE     PIC 9(8).
           03 NTF-VALUE-DATE   PIC X(8).
           03 NTF-AMOUNT       PIC -(14)9.
           03 NTF-BALANCE      PIC -(14)9.
           03 NTF-DETAIL       PIC -(14)9.
           03 NTF-FIRST-NAME   PIC X(15).
           03 NTF-LAST-NAME    PIC X(15).
           03 FILLER           PIC X(9).
       01  NTF-HEADER.
           03 NFH-TAG          PIC X(3).
           03 NFH-BUS-DATE     PIC 9(8).
           03 FILLER           PIC X(2).
           03 NFH-TIMESTAMP    PIC X(21).
           03 FILLER           PIC X(116).
       01  NTF-TRAILER.
           03 NFT-TAG          PIC X(3).
           03 NFT-COUNT        PIC 9(9).
           03 FILLER           PIC X(138).

      *    the branch listing: every event that could not be sent
      *    for want of a usable e-mail address or phone number, with
      *    the postal address to collect them by, then the totals.
       FD  NTF-RPT RECORDING MODE F.
       01  RPT-HEADING-LINE.
           03 RPT-HDG-TITLE    PIC X(30).
           03 RPT-HDG-DATE     PIC X(8).
       01  RPT-DETAIL-LINE.
           03 RPT-DET-EVENT    PIC X(8).
           03 FILLER           PIC X(2).
           03 RPT-DET-ID       PIC ZZZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-DVZ      PIC ZZ9.
           03 FILLER           PIC X(2).
           03 RPT-DET-NAME     PIC X(30).
           03 FILLER           PIC X(2).
           03 RPT-DET-REASON   PIC X(20).
           03 FILLER           PIC X(2).
           03 RPT-DET-ADDR1    PIC X(30).
           03 FILLER           PIC X(2).
           03 RPT-DET-POSTCODE PIC X(10).
       01  RPT-TOTAL-LINE.
           03 RPT-TOT-TEXT     PIC X(30).
           03 RPT-TOT-COUNT    PIC ZZZ,ZZ9.

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
           03 IDX-ST           PIC 9(2).
              88 IDX-SUCCESS            VALUE 00 97.
              88 IDX-EOF                VALUE 10.
           03 ODL-ST           PIC 9(2).
              88 ODL-SUCCESS            VALUE 00 97.
           03 ACM-ST           PIC 9(2).
              88 ACM-SUCCESS            VALUE 00 97.
           03 PRF-ST           PIC 9(2).
              88 PRF-SUCCESS            VALUE 00 97.
           03 NST-ST           PIC 9(2).
              88 NST-SUCCESS            VALUE 00 05 97.
           03 LGR-ST           PIC 9(2).
              88 LGR-SUCCESS            VALUE 00 97.
              88 LGR-EOF                VALUE 10.
           03 AUD-ST           PIC 9(2).
              88 AUD-SUCCESS            VALUE 00 97.
              88 AUD-EOF                VALUE 10.
           03 PRM-ST           PIC 9(2).
              88 PRM-SUCCESS            VALUE 00 97.
              88 PRM-EOF                VALUE 10.
           03 DPM-ST           PIC 9(2).
              88 DPM-SUCCESS            VALUE 00 97.
           03 NTF-ST           PIC 9(2).
              88 NTF-SUCCESS            VALUE 00 97.
           03 RPT-ST           PIC 9(2).
              88 RPT-SUCCESS            VALUE 00 97.
           03 BUS-ST           PIC 9(2).
              88 BUS-SUCCESS            VALUE 00 97.
      *    the limit master is optional here the way it is in
      *    PBEQ005: no ODLIMIT only means no account has an agreed
      *    line. no NTFPREF means no customer has asked for anything
      *    but the default.
           03 WS-ODL-OPEN      PIC X VALUE 'N'.
              88 WS-ODL-IS-OPEN         VALUE 'Y'.
           03 WS-PRF-OPEN      PIC X VALUE 'N'.
              88 WS-PRF-IS-OPEN         VALUE 'Y'.

           03 WS-RUN-DATE      PIC X(8).
           03 WS-RUN-DATE-NUM  PIC 9(8).
           03 WS-RUN-DATE-INT  PIC S9(7) COMP.
           03 WS-BASE-DATE     PIC S9(7) COMP-3.
           03 WS-BASE-INT      PIC S9(7) COMP.
           03 WS-IDLE-DAYS     PIC S9(7).
           03 WS-LAST-ACT-DATE PIC 9(8).
      *    the sweep threshold defaults as PBED005's does; the
      *    warning goes out this many days ahead of it.
           03 WS-DORM-DAYS     PIC S9(5) COMP VALUE 180.
           03 WS-WARN-DAYS     PIC S9(5) COMP VALUE 30.
           03 WS-WARN-POINT    PIC S9(5) COMP.
           03 WS-ACCT-LIMIT    PIC S9(15) COMP-3.
           03 WS-HEADROOM      PIC S9(15) COMP-3.
           03 WS-OLD-BAL       PIC S9(15) COMP-3.
           03 WS-NEW-BAL       PIC S9(15) COMP-3.
           03 WS-LGR-AMOUNT    PIC S9(15) COMP-3.
           03 WS-AT-COUNT      PIC S9(4) COMP.

           03 WS-LGR-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-AUD-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-IDX-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-EVENT-COUNT   PIC 9(9) VALUE ZERO.
           03 WS-SENT-COUNT    PIC 9(9) VALUE ZERO.
           03 WS-EMAIL-COUNT   PIC 9(9) VALUE ZERO.
           03 WS-SMS-COUNT     PIC 9(9) VALUE ZERO.
           03 WS-OPTOUT-COUNT  PIC 9(9) VALUE ZERO.
           03 WS-NOCONT-COUNT  PIC 9(9) VALUE ZERO.
           03 WS-REPEAT-COUNT  PIC 9(9) VALUE ZERO.

      *    the event being raised, filled in by whichever scan found
      *    it before H500-RAISE-EVENT is performed.
       01  WS-EVENT-AREA.
           03 WS-EVT-SUB       PIC S9(4) COMP.
           03 WS-EVT-ID        PIC 9(5).
           03 WS-EVT-DVZ       PIC 9(3).
           03 WS-EVT-VALUE-DATE PIC X(8).
           03 WS-EVT-AMOUNT    PIC S9(15) COMP-3.
           03 WS-EVT-BALANCE   PIC S9(15) COMP-3.
           03 WS-EVT-DETAIL    PIC S9(15) COMP-3.
           03 WS-EVT-CHANNEL   PIC X(1).
              88 WS-EVT-NO-CHANNEL      VALUE SPACE.
           03 WS-EVT-CONTACT   PIC X(30).
           03 WS-EVT-REASON    PIC X(20).
           03 WS-CUST-FOUND    PIC X(1).
              88 WS-CUST-IS-FOUND       VALUE 'Y'.
           03 WS-PREF-CHANNEL  PIC X(1).
              88 WS-PREF-EMAIL          VALUE 'E'.
              88 WS-PREF-SMS            VALUE 'S'.
              88 WS-PREF-NONE           VALUE 'N'.
           03 WS-PREF-FLAG     PIC X(1).
              88 WS-PREF-FLAG-OUT       VALUE 'N'.
           03 WS-EMAIL-OK      PIC X(1).
              88 WS-EMAIL-USABLE        VALUE 'Y'.
           03 WS-PHONE-OK      PIC X(1).
              88 WS-PHONE-USABLE        VALUE 'Y'.
           03 WS-NEW-STATE     PIC X(1).
              88 WS-STATE-IS-NEW        VALUE 'Y'.

      *    the four events, in the order of the preference flags;
      *    code for the gateway, title and count for the report.
       01  WS-EVENT-CODES.
           03 FILLER PIC X(8) VALUE 'LARGEWDL'.
           03 FILLER PIC X(8) VALUE 'OVERLIMT'.
           03 FILLER PIC X(8) VALUE 'DORMWARN'.
           03 FILLER PIC X(8) VALUE 'INTEREST'.
       01  WS-EVENT-CODE-TABLE REDEFINES WS-EVENT-CODES.
           03 WS-EVENT-CODE OCCURS 4 TIMES PIC X(8).
       01  WS-EVENT-TITLES.
           03 FILLER PIC X(30) VALUE 'LARGE WITHDRAWAL EVENTS'.
           03 FILLER PIC X(30) VALUE 'OVER LIMIT EVENTS'.
           03 FILLER PIC X(30) VALUE 'NEARING DORMANCY EVENTS'.
           03 FILLER PIC X(30) VALUE 'INTEREST POSTED EVENTS'.
       01  WS-EVENT-TITLE-TABLE REDEFINES WS-EVENT-TITLES.
           03 WS-EVENT-TITLE OCCURS 4 TIMES PIC X(30).
       01  WS-EVENT-COUNT-TABLE.
           03 WS-EVENT-TYPE-COUNT OCCURS 4 TIMES PIC 9(9) VALUE ZERO.

      *    withdrawal thresholds, one per currency. a later W card
      *    for the same currency supersedes an earlier one.
       01  WS-WDL-AREA.
           03 WS-WDL-COUNT     PIC 9(4) VALUE ZERO.
           03 WS-WDL-MAX-ENTRIES PIC 9(4) VALUE 40.
           03 WS-WDL-SUB       PIC S9(4) COMP.
           03 WS-WDL-HIT-SUB   PIC S9(4) COMP.
           03 WS-WDL-DVZ-KEY   PIC 9(3).
           03 WS-WDL-TABLE.
              05 WS-WDL-ENTRY OCCURS 40 TIMES.
                 10 WS-WT-DVZ       PIC 9(3).
                 10 WS-WT-AMOUNT    PIC S9(15) COMP-3.

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
           03 WS-RCL-PROGRAM   PIC X(8) VALUE 'PBE005NF'.
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
           03 WS-RCL-PRED-COUNT PIC S9(4) COMP VALUE 6.
           03 WS-RCL-PRED-DONE OCCURS 6 TIMES PIC X VALUE 'N'.
           03 WS-RCL-COUNTS.
              05 WS-RCL-COUNT-ENTRY OCCURS 3 TIMES.
                 10 WS-RCL-COUNT-NAME PIC X(10) VALUE SPACES.
                 10 WS-RCL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RCL-PRED-LIST.
           03 FILLER           PIC X(8) VALUE 'PBEB005'.
           03 FILLER           PIC X(8) VALUE 'PBE005HW'.
           03 FILLER           PIC X(8) VALUE 'PBET005'.
           03 FILLER           PIC X(8) VALUE 'PBEU005'.
           03 FILLER           PIC X(8) VALUE 'PBEF005'.
           03 FILLER           PIC X(8) VALUE 'PBED005'.
       01  WS-RCL-PRED-TABLE REDEFINES WS-RCL-PRED-LIST.
           03 WS-RCL-PRED-NAME OCCURS 6 TIMES
                               INDEXED BY WS-RCL-IDX PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *    the feed runs once the night's last balance change is made,
      *    so every notice describes the account as the customer
      *    will find it in the morning: the ledger for the night's
      *    large withdrawals and term-deposit interest, the audit
      *    file for the interest run's postings, then the balance
      *    master for the standing conditions.
       0000-MAIN.
           PERFORM H105-CHECK-RUN-CONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARM-CARDS.
           PERFORM H160-READ-DORM-CARD.
           PERFORM H190-INITIALIZE.
           PERFORM H200-READ-LEDGER.
           PERFORM H210-SCAN-LEDGER UNTIL LGR-EOF.
           PERFORM H250-READ-AUDIT.
           PERFORM H260-SCAN-AUDIT UNTIL AUD-EOF.
           PERFORM H300-READ-IDX-RECORD.
           PERFORM H310-SCAN-BALANCE UNTIL IDX-EOF.
           PERFORM H700-WRITE-TOTALS.
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
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  ACCT-MASTER.
           OPEN INPUT  LGR-FILE.
           OPEN INPUT  AUD-FILE.
           OPEN I-O    NST-FILE.
           OPEN OUTPUT NTF-FILE.
           OPEN OUTPUT NTF-RPT.
           IF (NOT IDX-SUCCESS)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' IDX-ST
           MOVE IDX-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ACM-SUCCESS)
           DISPLAY 'UNABLE TO OPEN ACCTIDX: ' ACM-ST
           MOVE ACM-ST TO RETURN-CODE
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
           IF (NOT NST-SUCCESS)
           DISPLAY 'UNABLE TO OPEN NTFSTATE: ' NST-ST
           MOVE NST-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT NTF-SUCCESS)
           DISPLAY 'UNABLE TO OPEN NTFFEED: ' NTF-ST
           MOVE NTF-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT RPT-SUCCESS)
           DISPLAY 'UNABLE TO OPEN NTFRPT: ' RPT-ST
           MOVE RPT-ST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ODL-MASTER.
           IF ODL-SUCCESS
               MOVE 'Y' TO WS-ODL-OPEN
           ELSE
               DISPLAY 'ODLIMIT NOT AVAILABLE (' ODL-ST
                   ') - ALL LIMITS TAKEN AS ZERO'
           END-IF.
           OPEN INPUT PRF-FILE.
           IF PRF-SUCCESS
               MOVE 'Y' TO WS-PRF-OPEN
           ELSE
               DISPLAY 'NTFPREF NOT AVAILABLE (' PRF-ST
                   ') - ALL CUSTOMERS ON THE DEFAULT'
           END-IF.
       H100-END. EXIT.

      *    the parameter file is optional: without it no withdrawal
      *    is large and the dormancy warning keeps its default. a
      *    card that will not validate is warned and ignored.
       H150-READ-PARM-CARDS.
           OPEN INPUT PARM-CARD.
           IF PRM-SUCCESS
               PERFORM H155-READ-PARM-CARD UNTIL PRM-EOF
               CLOSE PARM-CARD
           ELSE
               DISPLAY 'NTFPARM NOT AVAILABLE (' PRM-ST
                   ') - NO WITHDRAWAL NOTICES'
           END-IF.
       H150-END. EXIT.

       H155-READ-PARM-CARD.
           READ PARM-CARD
               AT END SET PRM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NPM-WITHDRAWAL
                           PERFORM H157-STORE-WDL-CARD
                       WHEN NPM-DORMANCY
                           PERFORM H156-STORE-WARN-CARD
                       WHEN OTHER
                           DISPLAY 'NTFPARM BAD CARD IGNORED: '
                               PARM-CARD-REC (1:20)
                   END-EVALUATE
           END-READ.
       H155-END. EXIT.

       H156-STORE-WARN-CARD.
           IF NPM-WARN-DAYS IS NUMERIC
               AND NPM-WARN-DAYS > ZERO
               MOVE NPM-WARN-DAYS TO WS-WARN-DAYS
           ELSE
               DISPLAY 'NTFPARM BAD CARD IGNORED: '
                   PARM-CARD-REC (1:20)
           END-IF.
       H156-END. EXIT.

       H157-STORE-WDL-CARD.
           IF NPM-DVZ IS NOT NUMERIC
               OR NPM-WDL-AMOUNT IS NOT NUMERIC
               OR NPM-WDL-AMOUNT = ZERO
               DISPLAY 'NTFPARM BAD CARD IGNORED: '
                   PARM-CARD-REC (1:20)
           ELSE
               MOVE NPM-DVZ TO WS-WDL-DVZ-KEY
               PERFORM H158-FIND-WDL-SLOT
               IF WS-WDL-HIT-SUB = ZERO
                   IF WS-WDL-COUNT >= WS-WDL-MAX-ENTRIES
                       DISPLAY 'WS-WDL-TABLE FULL AT '
                           WS-WDL-MAX-ENTRIES
                           ' ENTRIES - ' NPM-DVZ ' IGNORED'
                   ELSE
                       ADD 1 TO WS-WDL-COUNT
                       MOVE WS-WDL-COUNT TO WS-WDL-HIT-SUB
                   END-IF
               END-IF
               IF WS-WDL-HIT-SUB > ZERO
                   MOVE NPM-DVZ
                       TO WS-WT-DVZ    (WS-WDL-HIT-SUB)
                   MOVE NPM-WDL-AMOUNT
                       TO WS-WT-AMOUNT (WS-WDL-HIT-SUB)
               END-IF
           END-IF.
       H157-END. EXIT.

      *    the slot already holding the currency in WS-WDL-DVZ-KEY,
      *    or zero when the currency has none.
       H158-FIND-WDL-SLOT.
           MOVE ZERO TO WS-WDL-HIT-SUB.
           PERFORM H159-SCAN-WDL-SLOT
               VARYING WS-WDL-SUB FROM 1 BY 1
                   UNTIL WS-WDL-SUB > WS-WDL-COUNT.
       H158-END. EXIT.

       H159-SCAN-WDL-SLOT.
           IF WS-WT-DVZ (WS-WDL-SUB) = WS-WDL-DVZ-KEY
               MOVE WS-WDL-SUB TO WS-WDL-HIT-SUB
           END-IF.
       H159-END. EXIT.

      *    a missing or unusable DORMPARM leaves PBED005's default,
      *    the same as it does in the sweep itself.
       H160-READ-DORM-CARD.
           OPEN INPUT DORM-CARD.
           IF DPM-SUCCESS
               READ DORM-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF DPM-DORM-DAYS IS NUMERIC
                           AND DPM-DORM-DAYS > ZERO
                           MOVE DPM-DORM-DAYS TO WS-DORM-DAYS
                       END-IF
               END-READ
               CLOSE DORM-CARD
           END-IF.
       H160-END. EXIT.

      *    a missing or unusable control record falls back to the
      *    machine date with a warning, so the suite still runs
      *    before BUSDATE is first seeded by PBEB005.
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

      *    the warning point is the idle-day count from which an
      *    active account is warned; a warning period as long as the
      *    threshold itself warns from the first idle day.
       H190-INITIALIZE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           COMPUTE WS-WARN-POINT = WS-DORM-DAYS - WS-WARN-DAYS.
           IF WS-WARN-POINT < 1
               MOVE 1 TO WS-WARN-POINT
           END-IF.
           MOVE SPACES TO NTF-HEADER.
           MOVE 'HDR'  TO NFH-TAG.
           MOVE WS-RUN-DATE-NUM TO NFH-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE TO NFH-TIMESTAMP.
           WRITE NTF-HEADER.
           MOVE SPACES TO RPT-HEADING-LINE.
           MOVE 'NOTIFICATION - NO CONTACT LIST' TO RPT-HDG-TITLE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE RPT-HEADING-LINE.
       H190-END. EXIT.

       H200-READ-LEDGER.
           READ LGR-FILE
               AT END SET LGR-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *    the ledger is cumulative; only the night's own postings
      *    are notified. a withdrawal is a debit the customer made,
      *    at or over the threshold for its currency.
       H210-SCAN-LEDGER.
           IF LGR-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-LGR-COUNT
               IF LGR-DC = 'D' AND LGR-CUSTOMER-MOVEMENT
                   PERFORM H220-JUDGE-WITHDRAWAL
               END-IF
               IF LGR-DC = 'C' AND LGR-DEPOSIT-INTEREST
                   PERFORM H230-RAISE-LEDGER-INTEREST
               END-IF
           END-IF.
           PERFORM H200-READ-LEDGER.
       H210-END. EXIT.

       H220-JUDGE-WITHDRAWAL.
           COMPUTE WS-WDL-DVZ-KEY = FUNCTION NUMVAL (LGR-DVZ).
           PERFORM H158-FIND-WDL-SLOT.
           IF WS-WDL-HIT-SUB > ZERO
               COMPUTE WS-LGR-AMOUNT = FUNCTION NUMVAL (LGR-AMOUNT)
               IF WS-LGR-AMOUNT >= WS-WT-AMOUNT (WS-WDL-HIT-SUB)
                   MOVE 1 TO WS-EVT-SUB
                   PERFORM H240-LOAD-LEDGER-EVENT
                   MOVE ZERO TO WS-EVT-DETAIL
                   PERFORM H500-RAISE-EVENT
               END-IF
           END-IF.
       H220-END. EXIT.

       H230-RAISE-LEDGER-INTEREST.
           MOVE 4 TO WS-EVT-SUB.
           COMPUTE WS-LGR-AMOUNT = FUNCTION NUMVAL (LGR-AMOUNT).
           PERFORM H240-LOAD-LEDGER-EVENT.
           MOVE ZERO TO WS-EVT-DETAIL.
           PERFORM H500-RAISE-EVENT.
       H230-END. EXIT.

       H240-LOAD-LEDGER-EVENT.
           COMPUTE WS-EVT-ID  = FUNCTION NUMVAL (LGR-ID).
           COMPUTE WS-EVT-DVZ = FUNCTION NUMVAL (LGR-DVZ).
           MOVE LGR-VALUE-DATE TO WS-EVT-VALUE-DATE.
           MOVE WS-LGR-AMOUNT  TO WS-EVT-AMOUNT.
           COMPUTE WS-EVT-BALANCE = FUNCTION NUMVAL (LGR-NEW-BAL).
       H240-END. EXIT.

       H250-READ-AUDIT.
           READ AUD-FILE
               AT END SET AUD-EOF TO TRUE
           END-READ.
       H250-END. EXIT.

      *    the interest run writes one audit record per balance it
      *    posted; only a balance that actually grew is news to the
      *    customer.
       H260-SCAN-AUDIT.
           IF AUD-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-AUD-COUNT
               COMPUTE WS-OLD-BAL = FUNCTION NUMVAL (AUD-OLD-BAL)
               COMPUTE WS-NEW-BAL = FUNCTION NUMVAL (AUD-NEW-BAL)
               IF WS-NEW-BAL > WS-OLD-BAL
                   MOVE 4 TO WS-EVT-SUB
                   COMPUTE WS-EVT-ID  = FUNCTION NUMVAL (AUD-ID)
                   COMPUTE WS-EVT-DVZ = FUNCTION NUMVAL (AUD-DVZ)
                   MOVE AUD-RUN-DATE TO WS-EVT-VALUE-DATE
                   COMPUTE WS-EVT-AMOUNT = WS-NEW-BAL - WS-OLD-BAL
                   MOVE WS-NEW-BAL   TO WS-EVT-BALANCE
                   MOVE ZERO         TO WS-EVT-DETAIL
                   PERFORM H500-RAISE-EVENT
               END-IF
           END-IF.
           PERFORM H250-READ-AUDIT.
       H260-END. EXIT.

       H300-READ-IDX-RECORD.
           READ IDX-FILE NEXT RECORD
               AT END SET IDX-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *    closed accounts are told nothing and carry no standing
      *    condition forward.
       H310-SCAN-BALANCE.
           ADD 1 TO WS-IDX-COUNT.
           MOVE IDX-ID  TO WS-EVT-ID.
           MOVE IDX-DVZ TO WS-EVT-DVZ.
           IF IDX-CLOSED
               MOVE 'O' TO NST-TYPE
               PERFORM H420-CLEAR-STATE
               MOVE 'D' TO NST-TYPE
               PERFORM H420-CLEAR-STATE
           ELSE
               PERFORM H320-JUDGE-OVERLIMIT
               PERFORM H330-JUDGE-DORMANCY
           END-IF.
           PERFORM H300-READ-IDX-RECORD.
       H310-END. EXIT.

      *    past the line is a negative headroom, the same test as
      *    PBEQ005's BREACH flag.
       H320-JUDGE-OVERLIMIT.
           MOVE 'O' TO NST-TYPE.
           MOVE ZERO TO WS-HEADROOM.
           IF IDX-BALLANCE < ZERO
               PERFORM H325-READ-LIMIT
               COMPUTE WS-HEADROOM = WS-ACCT-LIMIT + IDX-BALLANCE
           END-IF.
           IF WS-HEADROOM < ZERO
               PERFORM H410-NOTE-STATE
               IF WS-STATE-IS-NEW
                   MOVE 2 TO WS-EVT-SUB
                   MOVE WS-RUN-DATE   TO WS-EVT-VALUE-DATE
                   MOVE ZERO          TO WS-EVT-AMOUNT
                   MOVE IDX-BALLANCE  TO WS-EVT-BALANCE
                   MOVE WS-ACCT-LIMIT TO WS-EVT-DETAIL
                   PERFORM H500-RAISE-EVENT
               END-IF
           ELSE
               PERFORM H420-CLEAR-STATE
           END-IF.
       H320-END. EXIT.

       H325-READ-LIMIT.
           MOVE ZERO TO WS-ACCT-LIMIT.
           IF WS-ODL-IS-OPEN
               MOVE IDX-ID  TO ODL-ID
               MOVE IDX-DVZ TO ODL-DVZ
               READ ODL-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ODL-LIMIT TO WS-ACCT-LIMIT
               END-READ
           END-IF.
       H325-END. EXIT.

      *    an active account inside the warning period is warned
      *    once; idle days are counted as PBED005 counts them, from
      *    the last customer movement or, failing that, the
      *    balance-posting date. a dormant account has already been
      *    swept and its warning cleared for the next time.
       H330-JUDGE-DORMANCY.
           MOVE 'D' TO NST-TYPE.
           IF IDX-ACTIVE
               PERFORM H335-COMPUTE-IDLE-DAYS
           ELSE
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF.
           IF IDX-ACTIVE AND WS-IDLE-DAYS >= WS-WARN-POINT
               PERFORM H410-NOTE-STATE
               IF WS-STATE-IS-NEW
                   MOVE 3 TO WS-EVT-SUB
                   COMPUTE WS-LAST-ACT-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-BASE-INT)
                   MOVE WS-LAST-ACT-DATE TO WS-EVT-VALUE-DATE
                   MOVE ZERO          TO WS-EVT-AMOUNT
                   MOVE IDX-BALLANCE  TO WS-EVT-BALANCE
                   COMPUTE WS-EVT-DETAIL = WS-DORM-DAYS - WS-IDLE-DAYS
                   IF WS-EVT-DETAIL < ZERO
                       MOVE ZERO TO WS-EVT-DETAIL
                   END-IF
                   PERFORM H500-RAISE-EVENT
               END-IF
           ELSE
               PERFORM H420-CLEAR-STATE
           END-IF.
       H330-END. EXIT.

       H335-COMPUTE-IDLE-DAYS.
           IF IDX-ACT-DATE NOT = ZERO
               MOVE IDX-ACT-DATE TO WS-BASE-DATE
           ELSE
               MOVE IDX-DATE TO WS-BASE-DATE
           END-IF.
           COMPUTE WS-BASE-INT =
               FUNCTION INTEGER-OF-DAY (WS-BASE-DATE).
           COMPUTE WS-IDLE-DAYS = WS-RUN-DATE-INT - WS-BASE-INT.
           IF WS-IDLE-DAYS < ZERO
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF.
       H335-END. EXIT.

      *    a condition not yet on NTFSTATE is new: it is recorded and
      *    notified. one already there was notified on an earlier
      *    night and is only counted.
       H410-NOTE-STATE.
           MOVE 'N' TO WS-NEW-STATE.
           MOVE WS-EVT-ID  TO NST-ID.
           MOVE WS-EVT-DVZ TO NST-DVZ.
           READ NST-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-STATE
                   MOVE WS-RUN-DATE TO NST-RAISED-DATE
                   WRITE NST-REC
                       INVALID KEY
                           DISPLAY 'UNABLE TO WRITE NTFSTATE: '
                               NST-ST
                           MOVE NST-ST TO RETURN-CODE
                           PERFORM H999-PROGRAM-EXIT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-REPEAT-COUNT
           END-READ.
       H410-END. EXIT.

      *    the condition has cleared, or never arose; any record of
      *    it goes, so the next occurrence is notified afresh.
       H420-CLEAR-STATE.
           MOVE WS-EVT-ID  TO NST-ID.
           MOVE WS-EVT-DVZ TO NST-DVZ.
           DELETE NST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY CONTINUE
           END-DELETE.
       H420-END. EXIT.

      *    one event for one customer's account: the customer's own
      *    preference is honoured first, then the notice goes to the
      *    first usable contact, or onto the branch listing when
      *    there is none.
       H500-RAISE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           ADD 1 TO WS-EVENT-TYPE-COUNT (WS-EVT-SUB).
           PERFORM H510-READ-CUSTOMER.
           PERFORM H520-READ-PREFERENCE.
           IF WS-PREF-NONE OR WS-PREF-FLAG-OUT
               ADD 1 TO WS-OPTOUT-COUNT
           ELSE
               PERFORM H530-PICK-CHANNEL
               IF WS-EVT-NO-CHANNEL
                   PERFORM H560-WRITE-NO-CONTACT
               ELSE
                   PERFORM H550-WRITE-NOTICE
               END-IF
           END-IF.
       H500-END. EXIT.

      *    the demographic key is the balance-file customer number.
      *    Same convention as PBEK005.
       H510-READ-CUSTOMER.
           MOVE WS-EVT-ID TO ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND
                   MOVE SPACES TO ACCT-FIELDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ.
       H510-END. EXIT.

       H520-READ-PREFERENCE.
           MOVE SPACE TO WS-PREF-CHANNEL.
           MOVE SPACE TO WS-PREF-FLAG.
           IF WS-PRF-IS-OPEN
               MOVE WS-EVT-ID TO PRF-ACCT-NO
               READ PRF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRF-CHANNEL TO WS-PREF-CHANNEL
                       MOVE PRF-EVENT-FLAG (WS-EVT-SUB)
                           TO WS-PREF-FLAG
               END-READ
           END-IF.
       H520-END. EXIT.

      *    an e-mail address is usable when it holds exactly one @,
      *    a phone number when it is not blank. the preferred
      *    channel is used when its contact is usable; otherwise
      *    e-mail, then SMS, whichever the master can reach.
       H530-PICK-CHANNEL.
           MOVE SPACE  TO WS-EVT-CHANNEL.
           MOVE SPACES TO WS-EVT-CONTACT.
           MOVE 'N' TO WS-EMAIL-OK.
           MOVE 'N' TO WS-PHONE-OK.
           IF WS-CUST-IS-FOUND
               MOVE ZERO TO WS-AT-COUNT
               INSPECT ACCT-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT = 1
                   MOVE 'Y' TO WS-EMAIL-OK
               END-IF
               IF ACCT-PHONE NOT = SPACES
                   MOVE 'Y' TO WS-PHONE-OK
               END-IF
               MOVE 'NO USABLE CONTACT' TO WS-EVT-REASON
           ELSE
               MOVE 'NOT ON ACCTIDX' TO WS-EVT-REASON
           END-IF.
           IF WS-PREF-SMS AND WS-PHONE-USABLE
               MOVE 'S' TO WS-EVT-CHANNEL
               MOVE ACCT-PHONE TO WS-EVT-CONTACT
           ELSE
               IF WS-EMAIL-USABLE
                   MOVE 'E' TO WS-EVT-CHANNEL
                   MOVE ACCT-EMAIL TO WS-EVT-CONTACT
               ELSE
                   IF WS-PHONE-USABLE
                       MOVE 'S' TO WS-EVT-CHANNEL
                       MOVE ACCT-PHONE TO WS-EVT-CONTACT
                   END-IF
               END-IF
           END-IF.
       H530-END. EXIT.

       H550-WRITE-NOTICE.
           MOVE SPACES TO NTF-REC.
           MOVE 'DET'  TO NTF-TAG.
           MOVE WS-EVT-CHANNEL  TO NTF-CHANNEL.
           MOVE WS-EVT-CONTACT  TO NTF-CONTACT.
           MOVE WS-EVT-ID       TO NTF-CUST-ID.
           MOVE WS-EVT-DVZ      TO NTF-DVZ.
           MOVE WS-EVENT-CODE (WS-EVT-SUB) TO NTF-EVENT.
           MOVE WS-RUN-DATE-NUM TO NTF-BUS-DATE.
           MOVE WS-EVT-VALUE-DATE TO NTF-VALUE-DATE.
           MOVE WS-EVT-AMOUNT   TO NTF-AMOUNT.
           MOVE WS-EVT-BALANCE  TO NTF-BALANCE.
           MOVE WS-EVT-DETAIL   TO NTF-DETAIL.
           MOVE FIRST-NAME      TO NTF-FIRST-NAME.
           MOVE LAST-NAME       TO NTF-LAST-NAME.
           WRITE NTF-REC.
           ADD 1 TO WS-SENT-COUNT.
           IF WS-EVT-CHANNEL = 'E'
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               ADD 1 TO WS-SMS-COUNT
           END-IF.
       H550-END. EXIT.

       H560-WRITE-NO-CONTACT.
           ADD 1 TO WS-NOCONT-COUNT.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE WS-EVENT-CODE (WS-EVT-SUB) TO RPT-DET-EVENT.
           MOVE WS-EVT-ID     TO RPT-DET-ID.
           MOVE WS-EVT-DVZ    TO RPT-DET-DVZ.
           MOVE FIRST-NAME    TO RPT-DET-NAME (1:15).
           MOVE LAST-NAME     TO RPT-DET-NAME (16:15).
           MOVE WS-EVT-REASON TO RPT-DET-REASON.
           MOVE ACCT-ADDR1    TO RPT-DET-ADDR1.
           MOVE ACCT-POSTCODE TO RPT-DET-POSTCODE.
           WRITE RPT-DETAIL-LINE.
       H560-END. EXIT.

      *    the trailer proves the feed to the gateway; the totals
      *    balance: events = sent + opted out + no contact.
       H700-WRITE-TOTALS.
           MOVE SPACES TO NTF-TRAILER.
           MOVE 'TRL'  TO NFT-TAG.
           MOVE WS-SENT-COUNT TO NFT-COUNT.
           WRITE NTF-TRAILER.
           PERFORM H710-WRITE-EVENT-TOTAL
               VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > 4.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'EVENTS RAISED' TO RPT-TOT-TEXT.
           MOVE WS-EVENT-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'SENT BY E-MAIL' TO RPT-TOT-TEXT.
           MOVE WS-EMAIL-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'SENT BY SMS' TO RPT-TOT-TEXT.
           MOVE WS-SMS-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'OPTED OUT' TO RPT-TOT-TEXT.
           MOVE WS-OPTOUT-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'NO USABLE CONTACT' TO RPT-TOT-TEXT.
           MOVE WS-NOCONT-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE 'STILL STANDING - NOT RESENT' TO RPT-TOT-TEXT.
           MOVE WS-REPEAT-COUNT TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
           DISPLAY 'NTFFEED ' WS-RUN-DATE ' EVENTS: ' WS-EVENT-COUNT
               ' SENT: ' WS-SENT-COUNT ' NO CONTACT: ' WS-NOCONT-COUNT.
       H700-END. EXIT.

       H710-WRITE-EVENT-TOTAL.
           MOVE SPACES TO RPT-TOTAL-LINE.
           MOVE WS-EVENT-TITLE (WS-EVT-SUB) TO RPT-TOT-TEXT.
           MOVE WS-EVENT-TYPE-COUNT (WS-EVT-SUB) TO RPT-TOT-COUNT.
           WRITE RPT-TOTAL-LINE.
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
               MOVE 'EVENTS' TO WS-RCL-COUNT-NAME (1)
               MOVE WS-EVENT-COUNT
                   TO WS-RCL-COUNT (1)
               MOVE 'SENT' TO WS-RCL-COUNT-NAME (2)
               MOVE WS-SENT-COUNT
                   TO WS-RCL-COUNT (2)
               MOVE 'NO CONTACT' TO WS-RCL-COUNT-NAME (3)
               MOVE WS-NOCONT-COUNT
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
           CLOSE IDX-FILE.
           CLOSE ACCT-MASTER.
           CLOSE LGR-FILE.
           CLOSE AUD-FILE.
           CLOSE NST-FILE.
           CLOSE NTF-FILE.
           CLOSE NTF-RPT.
           IF WS-ODL-IS-OPEN
               CLOSE ODL-MASTER
           END-IF.
           IF WS-PRF-IS-OPEN
               CLOSE PRF-FILE
           END-IF.
           PERFORM H990-LOG-RUN-END.
           STOP RUN.
       H999-END. EXIT.
