               FILE STATUS IS WS-AUDIT-STATUS.

      *    History of every validly processed record, written to a
      *    per-run dataset that STEP030 (VAR1HLOD) loads into the
      *    keyed VAR1HSTK.DAT store only when the step ends clean --
      *    history is committed during the read loop, before the
      *    balance and duplicate-batch outcomes are known, so a run
      *    that ends RC=8 and is rerun RESTART=N must not have
      *    already posted its records to the store VAR1HRPT totals
      *    month-end from.
           SELECT VAR1-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Cumulative history (the keyed store STEP030 loads, the
      *    same one VAR1HRPT reports from), opened INPUT once for the
      *    run so a reversal off the feed can be matched against the
      *    original posting it backs out, and a posting checked
      *    against the look-back window -- both keyed reads straight
      *    to the code and effective date, not rescans of every year
      *    on file. OPTIONAL: a new site has no cumulative history
      *    yet, and with no file every reversal simply rejects
      *    unmatched.
           SELECT OPTIONAL HISTORY-CUM ASSIGN TO VAR1HISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-HIST-CUM-STATUS.

      *    Effective-date hold: future-dated VALORES records divert
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.

      *    General ledger interface extract: balanced debit/credit
      *    journal lines per account and cost center for the night's
      *    validly processed records, mapped off VAR1ACCT, wrapped in
      *    header/trailer records whose control totals tie to the
      *    CONTROL TOTALS line on the report, so accounting loads the
      *    ledger from this file instead of re-keying off REPORT.OUT.
           SELECT GL-INTERFACE ASSIGN TO GLINTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
               RECORD KEY IS LMT-VAR1-CODE
               FILE STATUS IS WS-LIMITS-STATUS.

      *    Chart-of-accounts mapping, maintained by VAR1AMNT, read
      *    only at end-of-run when the GL journal is built -- one
      *    keyed READ per code on the night's GL table, so no
      *    in-memory copy is kept. OPTIONAL so a missing file opens
      *    cleanly, but unlike the limits file its absence is not
      *    silent: with no mapping every code is unmapped and the
      *    extract stops.
           SELECT OPTIONAL VAR1-ACCOUNTS ASSIGN TO VAR1ACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-VAR1-CODE
               FILE STATUS IS WS-ACCOUNTS-STATUS.

      *    Retired-code cross-reference, written by VAR1MAPP when a
      *    code is retired into a successor. History is never
      *    rewritten, so a reversal keyed under the successor has to
      *    be able to find an original posted under the old code;
      *    opened only for the reversal match, a handful of times a
      *    night. OPTIONAL: no retirements, no file.
           SELECT OPTIONAL VAR1-XREF ASSIGN TO VAR1XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-CODE
               FILE STATUS IS WS-XREF-STATUS.

      *    Over-limit details diverted here instead of posting --
      *    suspended, not rejected, because the amount may be
      *    genuine. VAR1SREL reads this file (behind the carried
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPS-STATUS.

      *    Dated exchange rates, maintained by VAR1FXMT, read by key
      *    (currency plus effective date) for every detail sent in
      *    a currency other than the base. OPTIONAL so an all-base
      *    site runs without one; with no file every non-base detail
      *    rejects R009 -- nothing posts at a rate nobody keyed.
           SELECT OPTIONAL VAR1-RATES ASSIGN TO VAR1RATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The feed carries batch control records around the details:
      *    record count and hash total of VALORES-AMOUNT) that the
      *    main read loop balances against its own counts before the
      *    report is released. The three 01 levels below are the
      *    usual multiple-record-description views of the one 34-byte
      *    record area, told apart by "HDR"/"TRL" in the first three
      *    bytes (a real VAR1 code is validated upper-case alpha/
      *    numeric across all five, so a detail record can never
           05 VALORES-APPROVAL-FLAG PIC X.
              88 VALORES-APPR-RELEASED VALUE "S".
              88 VALORES-APPR-CONFIRMED VALUE "D".
           05 VALORES-FILLER-6 PIC X.
      *    ISO currency VALORES-AMOUNT is in. Blank -- which is how
      *    every record in the old 30-byte layout reads in -- is the
      *    base currency; anything else is converted to base at the
      *    VAR1RATE rate for the effective date before it posts.
           05 VALORES-CURRENCY PIC X(3).
       01 VALORES-BATCH-HEADER.
           05 VBH-REC-ID PIC X(4).
              88 VBH-IS-HEADER VALUE "HDR ".
           05 VBH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 VBH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 VALORES-BATCH-TRAILER.
           05 VBT-REC-ID PIC X(4).
           05 VBT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 VBT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  REPORT-OUT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY HISTREC.

      *    The keyed history store; each record carries the HISTREC
      *    image the run wrote, moved to CUM-HISTORY-RECORD in
      *    WORKING-STORAGE to be read by name.
       FD  HISTORY-CUM
           RECORDING MODE IS F.
           COPY HSTKREC.

      *    Fixed-format GL interface records, told apart by "HDR "/
      *    "TRL " in the first four bytes the same way the VALORES
      *    batch control records are; anything else is a journal
      *    line: account, cost center, D (debit) or C (credit), and
      *    an unsigned amount -- the side carries the direction, so
      *    a code whose reversals outweigh tonight's postings simply
      *    swaps its accounts' sides. The record count on a line is
      *    the activity behind it, so the debit lines' counts sum to
      *    the trailer's record count and the credit lines' counts
      *    sum to it again. The trailer keeps the signed net total
      *    that ties to the report's control total, and adds the
      *    journal total both sides must equal.
       FD  GL-INTERFACE
           RECORDING MODE IS F.
       01 GL-DETAIL-REC.
           05 GLD-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 GLD-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 GLD-DR-CR PIC X.
           05 FILLER PIC X.
           05 GLD-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X.
           05 GLD-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X(16).
       01 GL-HEADER-REC.
           05 GLH-REC-ID PIC X(4).
           05 GLH-RUN-DATE PIC 9(8).
           05 GLT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GLT-LINE-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GLT-JOURNAL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(10).

      *    Pending records ride in VALORES-RECORD layout so a release
      *    is just a re-presentation of the original feed record.
           05 PNI-TRANS-TYPE PIC X.
           05 PNI-FILLER-5 PIC X.
           05 PNI-APPROVAL-FLAG PIC X.
           05 PNI-FILLER-6 PIC X.
           05 PNI-CURRENCY PIC X(3).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01 PENDING-OUT-RECORD PIC X(34).

       FD  VAR1-SUSPENSE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY DUPSREC.

       FD  VAR1-RATES
           RECORDING MODE IS F.
           COPY RATEREC.

       FD  VAR1-ACCOUNTS
           RECORDING MODE IS F.
           COPY ACCTREC.

       FD  VAR1-XREF
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  PROC-CALENDAR
           RECORDING MODE IS F.
           COPY CALREC.
      *    column 28 set to "Y" forces a rerun of a batch already on
      *    the processed-batch register; columns 30-32 carry the
      *    duplicate-detection look-back window in days (blank takes
      *    the default); columns 34-36 carry the ISO base currency the
      *    run posts in (blank takes the default).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 SYSIN-LOOKBACK-DAYS PIC X(3).
           05 SYSIN-LOOKBACK-DAYS-NUM REDEFINES SYSIN-LOOKBACK-DAYS
              PIC 9(3).
           05 FILLER PIC X.
           05 SYSIN-BASE-CURRENCY PIC X(3).

      *    Same shared VAR1REC copybook and MST- prefix REPLACING
      *    list VAR1MAPP.COB uses for its own VAR1-MASTER-RECORD,
           05 WS-PENDING-IN-STATUS PIC XX VALUE "00".
           05 WS-PENDING-OUT-STATUS PIC XX VALUE "00".
           05 WS-GL-STATUS PIC XX VALUE "00".
           05 WS-ACCOUNTS-STATUS PIC XX VALUE "00".
           05 WS-XREF-STATUS PIC XX VALUE "00".
           05 WS-RATES-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-VALORES VALUE "Y".
           05 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
           05 WS-FORCE-RERUN-SWITCH PIC X VALUE "N".
              88 WS-FORCE-RERUN VALUE "Y".
           05 WS-LOOKBACK-DAYS PIC 9(3) VALUE 10.
           05 WS-BASE-CURRENCY PIC X(3) VALUE "EUR".

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-SUSPENDED-AMOUNT PIC 9(9)V99 VALUE ZERO.

      *    A history image read back off the keyed store for
      *    reversal matching and the duplicate look-back -- same
      *    shared HISTREC copybook as the per-run file VAR1-HISTORY,
      *    with an HSC- prefix via REPLACING so the two record areas
      *    don't collide, the same way the VAR1REC copybook is
      *    re-prefixed for VAR1-MASTER above.
           COPY HISTREC REPLACING
               ==VAR1-HISTORY-RECORD== BY ==CUM-HISTORY-RECORD==,
               ==HST-VAR1-CODE== BY ==HSC-VAR1-CODE==,
               ==HST-FILLER-1== BY ==HSC-FILLER-1==,
               ==HST-VAR1-DESCRIPTION== BY ==HSC-VAR1-DESCRIPTION==,
               ==HST-FILLER-2== BY ==HSC-FILLER-2==,
               ==HST-VAR1-AMOUNT== BY ==HSC-VAR1-AMOUNT==,
               ==HST-FILLER-3== BY ==HSC-FILLER-3==,
               ==HST-VAR1-EFF-DATE== BY ==HSC-VAR1-EFF-DATE==,
               ==HST-VAR1-EFF-YYYY== BY ==HSC-VAR1-EFF-YYYY==,
               ==HST-VAR1-EFF-MM== BY ==HSC-VAR1-EFF-MM==,
               ==HST-VAR1-EFF-DD== BY ==HSC-VAR1-EFF-DD==,
               ==HST-FILLER-4== BY ==HSC-FILLER-4==,
               ==HST-VAR1-STATUS== BY ==HSC-VAR1-STATUS==,
               ==HST-FILLER-5== BY ==HSC-FILLER-5==,
               ==HST-VAR1-LU-DATE== BY ==HSC-VAR1-LU-DATE==,
               ==HST-FILLER-6== BY ==HSC-FILLER-6==,
               ==HST-RUN-DATE== BY ==HSC-RUN-DATE==,
               ==HST-FILLER-7== BY ==HSC-FILLER-7==,
               ==HST-TRANS-TYPE== BY ==HSC-TRANS-TYPE==,
               ==HST-TRANS-POSTING== BY ==HSC-TRANS-POSTING==,
               ==HST-TRANS-REVERSAL== BY ==HSC-TRANS-REVERSAL==,
               ==HST-TRANS-ADJUSTMENT== BY ==HSC-TRANS-ADJUSTMENT==,
               ==HST-FILLER-8== BY ==HSC-FILLER-8==,
               ==HST-CURRENCY== BY ==HSC-CURRENCY==,
               ==HST-FILLER-9== BY ==HSC-FILLER-9==,
               ==HST-ORIG-AMOUNT== BY ==HSC-ORIG-AMOUNT==.

      *    Duplicate-detection state. The look-back window of the
      *    cumulative history is a keyed read per posting from the
      *    code and effective date forward, taking only entries
      *    whose posting run date falls on or after
      *    WS-DUP-CUTOFF-DATE. WS-SEEN-TABLE holds every posting checked
      *    earlier tonight so an intra-batch double keys off the
      *    first copy; its overflow only degrades the intra-run leg
      *    (the history leg still stands), so it warns rather than
           05 WS-DUP-SUSPECT-SWITCH PIC X VALUE "N".
              88 WS-DUP-SUSPECT VALUE "Y".
           05 WS-DUP-MATCH-SOURCE PIC X VALUE SPACE.
           05 WS-SEEN-WARNED-SWITCH PIC X VALUE "N".
              88 WS-SEEN-WARNED VALUE "Y".
           05 WS-DUP-CUTOFF-DATE PIC 9(8) VALUE ZERO.
           05 WS-DUP-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
           05 WS-DUP-SUSPECT-AMOUNT PIC 9(9)V99 VALUE ZERO.

       01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT PIC 9(5) VALUE 0.
           05 WS-SEEN-MAX PIC 9(5) VALUE 9999.
           05 WS-APPROVAL-FLAG PIC X VALUE SPACE.
              88 WS-RELEASE-APPROVED VALUE "S".
              88 WS-DUP-CONFIRMED VALUE "D".
      *    The currency and amount as sent (a blank currency already
      *    turned into the base by the mover); VAR1-AMOUNT holds the
      *    base amount once CONVERT-TO-BASE-CURRENCY has run.
           05 WS-CURRENCY-CODE PIC X(3) VALUE SPACES.
           05 WS-ORIG-AMOUNT PIC 9(7)V99 VALUE ZERO.

      *    Exchange-rate lookup state. Feeds arrive grouped by
      *    source, so consecutive details usually share a currency
      *    and effective date; the last key read and its outcome are
      *    kept so a run of them costs one keyed READ, not one each.
       01 WS-RATE-FIELDS.
           05 WS-RATES-AVAILABLE-SWITCH PIC X VALUE "N".
              88 WS-RATES-AVAILABLE VALUE "Y".
           05 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
           05 WS-RATE-CACHE-KEY.
               10 WS-RATE-CACHE-CURRENCY PIC X(3) VALUE SPACES.
               10 WS-RATE-CACHE-DATE PIC 9(8) VALUE ZERO.
           05 WS-RATE-CACHE-RATE PIC 9(5)V9(6) VALUE ZERO.

      *    Per-currency subtotals of what posted tonight, kept in
      *    currency sequence by the same insertion idiom as
      *    WS-GL-TABLE and accumulated alongside it, so the base
      *    column sums to the CONTROL TOTALS amount and accounting
      *    sees each currency's exposure as sent and as booked.
      *    Signed for the same reason as WS-TOTAL-AMOUNT. An overflow
      *    fails the step: a section that cannot tie is no use.
       01 WS-CURRENCY-TABLE.
           05 WS-CCY-COUNT PIC 9(3) VALUE 0.
           05 WS-CCY-MAX PIC 9(3) VALUE 50.
           05 WS-CCY-IX PIC 9(3) VALUE 0.
           05 WS-CCY-SHIFT-IX PIC 9(3) VALUE 0.
           05 WS-CCY-INSERT-AT PIC 9(3) VALUE 0.
           05 WS-CCY-FOUND-SWITCH PIC X VALUE "N".
              88 WS-CCY-FOUND VALUE "Y".
           05 WS-CCY-ENTRY OCCURS 50 TIMES.
               10 WS-CCY-CODE PIC X(3).
               10 WS-CCY-RECORDS PIC 9(6).
               10 WS-CCY-ORIG-AMOUNT PIC S9(9)V99.
               10 WS-CCY-BASE-AMOUNT PIC S9(9)V99.

      *    Reversal matching and netting state. A reversal must find
      *    a live original (postings less reversals, on code plus
      *    effective date plus amount) on the cumulative history, net
      *    of the reversals already accepted earlier tonight -- which
      *    the cumulative store cannot show, since tonight's records
      *    only reach it at STEP030 -- or it rejects R007. Reversed/
      *    adjusted counters feed the control-total page so the
      *    netted figures still explain themselves.
       01 WS-REVERSAL-FIELDS.
           05 WS-HIST-CUM-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-HIST-CUM VALUE "Y".
           05 WS-HIST-CUM-OPEN-SWITCH PIC X VALUE "N".
              88 WS-HIST-CUM-OPEN VALUE "Y".
           05 WS-HIST-LOOKUP-CODE PIC X(5) VALUE SPACES.
           05 WS-REV-MATCH-SWITCH PIC X VALUE "N".
              88 WS-REVERSAL-MATCHED VALUE "Y".
           05 WS-XREF-OPEN-SWITCH PIC X VALUE "N".
              88 WS-XREF-OPEN VALUE "Y".
           05 WS-XREF-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-XREF VALUE "Y".
           05 WS-REV-NET-COUNT PIC S9(5) VALUE ZERO.
           05 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-REVERSED-AMOUNT PIC 9(9)V99 VALUE ZERO.
               10 WS-GL-AMOUNT PIC S9(9)V99.
               10 WS-GL-RECORDS PIC 9(6).

      *    The double-entry journal built off WS-GL-TABLE at end of
      *    run: one entry per account, cost center and side, kept in
      *    that sequence by the same insertion idiom, so each code's
      *    net lands as a debit on one account and an equal credit
      *    on another and the lines come out grouped by account.
      *    Two lines per code at most, and codes sharing an account
      *    share its line, so the code table's size always suffices
      *    in practice; an overflow still stops the extract rather
      *    than send a journal that leaves amounts out.
       01 WS-JOURNAL-TABLE.
           05 WS-JNL-COUNT PIC 9(5) VALUE 0.
           05 WS-JNL-MAX PIC 9(5) VALUE 5000.
           05 WS-JNL-IX PIC 9(5) VALUE 0.
           05 WS-JNL-SHIFT-IX PIC 9(5) VALUE 0.
           05 WS-JNL-INSERT-AT PIC 9(5) VALUE 0.
           05 WS-JNL-FOUND-SWITCH PIC X VALUE "N".
              88 WS-JNL-FOUND VALUE "Y".
           05 WS-JNL-ENTRY OCCURS 5000 TIMES.
               10 WS-JNL-KEY.
                   15 WS-JNL-ACCOUNT PIC X(10).
                   15 WS-JNL-COST-CENTER PIC X(6).
                   15 WS-JNL-DR-CR PIC X.
               10 WS-JNL-AMOUNT PIC 9(11)V99.
               10 WS-JNL-RECORDS PIC 9(6).

      *    The line being posted to the journal table, and the
      *    journal's own proof: debits must equal credits before
      *    anything is written, and any code the mapping cannot
      *    place stops the extract with RETURN-CODE 8.
       01 WS-JOURNAL-FIELDS.
           05 WS-ACCOUNTS-AVAILABLE-SWITCH PIC X VALUE "N".
              88 WS-ACCOUNTS-AVAILABLE VALUE "Y".
           05 WS-JOURNAL-STOP-SWITCH PIC X VALUE "N".
              88 WS-JOURNAL-STOPPED VALUE "Y".
           05 WS-JNL-NEW-KEY.
               10 WS-JNL-NEW-ACCOUNT PIC X(10).
               10 WS-JNL-NEW-COST-CENTER PIC X(6).
               10 WS-JNL-NEW-DR-CR PIC X.
           05 WS-JNL-NEW-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05 WS-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-JOURNAL-DEBITS PIC 9(11)V99 VALUE ZERO.
           05 WS-JOURNAL-CREDITS PIC 9(11)V99 VALUE ZERO.

      *    Batch balancing state. WS-BATCH-OPEN is on between a
      *    header and its trailer; details read outside any batch
      *    (a truncated or legacy feed) are counted separately and
           05 FILLER PIC X(12) VALUE "EFF DATE".
           05 FILLER PIC X(6) VALUE "ST".
           05 FILLER PIC X(2) VALUE "TY".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "CCY".
           05 FILLER PIC X(11) VALUE "ORIG AMOUNT".

       01 WS-DETAIL-LINE.
           05 DTL-VAR1-CODE PIC X(5).
           05 DTL-VAR1-STATUS PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-TRANS-TYPE PIC X.
      *    DTL-VAR1-AMOUNT above is the base amount that posted; a
      *    detail sent in another currency also shows what was sent.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-CURRENCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ORIG-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 DTL-ORIG-AMOUNT-X REDEFINES DTL-ORIG-AMOUNT PIC X(12).

       01 WS-CONTROL-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "CONTROL TOTALS - ".
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 PND-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

      *    The per-currency section: a heading naming the base, then
      *    one line per currency posted tonight, net of reversals and
      *    adjustments like the CONTROL TOTALS figure.
       01 WS-CURRENCY-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "CURRENCY SUBTOTALS - BASE ".
           05 CCH-BASE-CURRENCY PIC X(3).

       01 WS-CURRENCY-LINE.
           05 FILLER PIC X(5) VALUE "CCY: ".
           05 CCL-CURRENCY PIC X(3).
           05 FILLER PIC X(11) VALUE "  RECORDS: ".
           05 CCL-RECORD-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE "  ORIG: ".
           05 CCL-ORIG-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  BASE: ".
           05 CCL-BASE-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-BALANCE-DETAIL-LINE.
           05 FILLER PIC X(7) VALUE "BATCH: ".
           05 BAL-BATCH-NUMBER PIC 9(6).
               PERFORM LOAD-LIMIT-TABLE
           END-IF.

      *    The rate table is read by key per currency and date, never
      *    loaded -- it grows a record per currency per day.
           OPEN INPUT VAR1-RATES.
           IF WS-RATES-STATUS = "00"
               SET WS-RATES-AVAILABLE TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *    Prefer the run id supplied on the SYSIN control card (a
                   IF WS-LIMITS-AVAILABLE
                       CLOSE VAR1-LIMITS
                   END-IF
                   IF WS-RATES-AVAILABLE
                       CLOSE VAR1-RATES
                   END-IF
                   GOBACK
               END-IF
           END-IF.

      *    The look-back cutoff needs the run date, so the history
      *    store opens here rather than with the master/limits table
      *    opens above.
           PERFORM OPEN-HISTORY-STORE.

           PERFORM WRITE-REPORT-HEADING.

               MOVE ZEROS TO VAR1-LAST-UPDATED-DATE
               MOVE SPACE TO WS-TRANS-TYPE
               MOVE SPACE TO WS-APPROVAL-FLAG
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
               MOVE ZERO TO WS-ORIG-AMOUNT
               ADD 1 TO WS-RECORD-COUNT
               MOVE "PROCESSED" TO WS-PROCESSED-RESULT
               PERFORM PROCESS-VAR1-TRANSACTION
           PERFORM WRITE-CONTROL-TOTALS.
           IF NOT WS-OVERRIDE-REQUESTED
               PERFORM WRITE-PENDING-SECTION
               PERFORM WRITE-CURRENCY-SECTION
               PERFORM WRITE-BALANCE-SECTION
           END-IF.
           PERFORM COMPUTE-RUN-STATS.
           END-IF.
      *    Only a clean, in-balance run goes on the processed-batch
      *    register -- a failed run must stay rerunnable without the
      *    force indicator once the feed is fixed (or, for a stopped
      *    GL journal, once the missing mappings are added).
           IF NOT WS-OVERRIDE-REQUESTED
               AND NOT WS-DUPLICATE-BATCH
               AND WS-BATCHES-IN-BALANCE
               AND NOT WS-JOURNAL-STOPPED
               AND WS-BATCH-COUNT > 0
               PERFORM WRITE-BATCH-REGISTER
           END-IF.
           END-IF.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-HISTORY.
           IF WS-HIST-CUM-OPEN
               CLOSE HISTORY-CUM
           END-IF.
           IF WS-MASTER-AVAILABLE
               CLOSE VAR1-MASTER
           END-IF.
           IF WS-LIMITS-AVAILABLE
               CLOSE VAR1-LIMITS
           END-IF.
           IF WS-RATES-AVAILABLE
               CLOSE VAR1-RATES
           END-IF.
           GOBACK.

      *    INITIALIZE resets numerics to zero and display items to
                      WS-CALENDAR-FIELDS
                      WS-PENDING-FIELDS
                      WS-TRANS-TYPE-FIELDS
                      WS-RATE-FIELDS
                      WS-CURRENCY-TABLE
                      WS-REVERSAL-FIELDS
                      WS-GL-TABLE
                      WS-JOURNAL-TABLE
                      WS-JOURNAL-FIELDS
                      WS-BATCH-FIELDS
                      WS-BATCH-TABLE.
           MOVE 10 TO WS-CHECKPOINT-INTERVAL.
           MOVE 50 TO WS-LINES-PER-PAGE.
           MOVE 10 TO WS-BATCH-MAX.
           MOVE 5000 TO WS-GL-MAX.
           MOVE 5000 TO WS-JNL-MAX.
           MOVE "Y" TO WS-BALANCE-SWITCH.
      *    The master table is not INITIALIZEd -- with the count at
      *    zero its occurrences are out of scope -- but the count and
           MOVE 5000 TO WS-MST-LIMIT.
           MOVE ZERO TO WS-LMT-COUNT.
           MOVE 5000 TO WS-LMT-LIMIT.
           MOVE ZERO TO WS-SEEN-COUNT.
           MOVE 9999 TO WS-SEEN-MAX.
           MOVE 60 TO WS-CLOSED-MAX.
           MOVE 10 TO WS-LOOKBACK-DAYS.
           MOVE "EUR" TO WS-BASE-CURRENCY.
           MOVE 50 TO WS-CCY-MAX.
      *    Same arrangement for the tonight's-reversals table: count
      *    and limit back to fresh-run values, occurrences left alone.
           MOVE ZERO TO WS-REV-COUNT.
      *    Under WS-REPLAYING only the totals are re-accumulated --
      *    every file write already happened in the abended run.
      *    WS-PROCESSED-RESULT lets a released pending record stamp
      *    its audit entry RELEASED instead of PROCESSED. A valid
      *    record sent in another currency is converted to base
      *    straight after validation, so every check and total from
      *    there on works in base currency; one with no rate for its
      *    effective date rejects R009. A reversal
      *    must additionally find its original posting live on the
      *    cumulative history, or it rejects R007 like any other
      *    invalid record; a matched one flows through the same
      *    handled inside the accumulators.
       PROCESS-VAR1-TRANSACTION.
           PERFORM VALIDATE-VAR1.
           IF WS-VAR1-VALID
               PERFORM CONVERT-TO-BASE-CURRENCY
           END-IF.
           IF WS-VAR1-VALID AND WS-TRANS-REVERSAL
               PERFORM MATCH-REVERSAL-HISTORY
               IF WS-REVERSAL-MATCHED
           IF WS-VAR1-VALID
               PERFORM ACCUMULATE-CONTROL-TOTAL
               PERFORM ACCUMULATE-GL-TOTAL
               PERFORM ACCUMULATE-CURRENCY-TOTAL
               IF NOT WS-REPLAYING
                   DISPLAY VAR1-CODE
                   PERFORM WRITE-DETAIL-LINE
           END-IF
           END-IF.

      *    A base-currency record posts as sent. Any other is
      *    converted at the VAR1RATE rate for its effective date --
      *    that exact day, since VAR1FXMT spreads a rate across the
      *    weekends and holidays it covers -- and rejects R009 when
      *    the day has no active rate or the base amount will not
      *    fit the posting field. Reversals convert at their
      *    effective date's rate too, which is the rate the original
      *    posted at, so the base amounts still match.
       CONVERT-TO-BASE-CURRENCY.
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               PERFORM LOOKUP-EXCHANGE-RATE
               IF WS-RATE-FOUND
                   COMPUTE VAR1-AMOUNT ROUNDED =
                       WS-ORIG-AMOUNT * WS-RATE-CACHE-RATE
                       ON SIZE ERROR
                           SET WS-VAR1-INVALID TO TRUE
                           MOVE "R009" TO REJ-REASON-CODE
                           MOVE "BASE AMOUNT EXCEEDS FIELD SIZE"
                               TO REJ-REASON-TEXT
                   END-COMPUTE
               ELSE
                   SET WS-VAR1-INVALID TO TRUE
                   MOVE "R009" TO REJ-REASON-CODE
                   MOVE "NO EXCHANGE RATE FOR CURRENCY"
                       TO REJ-REASON-TEXT
               END-IF
           END-IF.

      *    Only a new currency or date goes to the file; a repeat of
      *    the last key reuses its outcome, found or not.
       LOOKUP-EXCHANGE-RATE.
           IF WS-CURRENCY-CODE NOT = WS-RATE-CACHE-CURRENCY
               OR VAR1-EFFECTIVE-DATE NOT = WS-RATE-CACHE-DATE
               MOVE WS-CURRENCY-CODE TO WS-RATE-CACHE-CURRENCY
               MOVE VAR1-EFFECTIVE-DATE TO WS-RATE-CACHE-DATE
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               MOVE ZERO TO WS-RATE-CACHE-RATE
               IF WS-RATES-AVAILABLE
                   MOVE WS-RATE-CACHE-KEY TO RTE-KEY
                   READ VAR1-RATES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RTE-STATUS-ACTIVE
                               AND RTE-RATE > ZERO
                               SET WS-RATE-FOUND TO TRUE
                               MOVE RTE-RATE TO WS-RATE-CACHE-RATE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Look the cumulative history up for a live original to
      *    back out: postings matching the reversal's code/effective
      *    date/amount, less the reversals already on file for the
      *    same key and less those accepted earlier tonight (the
      *    store cannot show tonight's until STEP030 loads them). A
      *    net above zero means an original is still standing. The
      *    store is keyed on code and effective date, so the lookup
      *    reads only that key's entries. History is never rewritten
      *    when a code retires, so an original posted under a code
      *    since retired counts under its successor: the cross-
      *    reference is swept for every old code retired into this
      *    one and the same keyed lookup repeated under each.
       MATCH-REVERSAL-HISTORY.
           MOVE "N" TO WS-REV-MATCH-SWITCH.
           MOVE ZERO TO WS-REV-NET-COUNT.
           IF WS-HIST-CUM-OPEN
               MOVE VAR1-CODE TO WS-HIST-LOOKUP-CODE
               PERFORM COUNT-HISTORY-ORIGINALS
               MOVE "N" TO WS-XREF-OPEN-SWITCH
               OPEN INPUT VAR1-XREF
               IF WS-XREF-STATUS = "00"
                   SET WS-XREF-OPEN TO TRUE
                   PERFORM COUNT-RETIRED-CODE-ORIGINALS
                   CLOSE VAR1-XREF
               END-IF
           END-IF.
           PERFORM COUNT-TONIGHT-REVERSALS.
           IF WS-REV-NET-COUNT > 0
               SET WS-REVERSAL-MATCHED TO TRUE
           END-IF.

      *    Every entry under WS-HIST-LOOKUP-CODE and the reversal's
      *    effective date, in posting run-date order: postings add,
      *    reversals subtract, adjustments are not originals.
       COUNT-HISTORY-ORIGINALS.
           PERFORM START-HISTORY-LOOKUP.
           PERFORM UNTIL WS-EOF-HIST-CUM
               READ HISTORY-CUM NEXT RECORD
                   AT END
                       SET WS-EOF-HIST-CUM TO TRUE
                   NOT AT END
                       IF HSK-VAR1-CODE NOT = WS-HIST-LOOKUP-CODE
                           OR HSK-EFF-DATE NOT = VAR1-EFFECTIVE-DATE
                           SET WS-EOF-HIST-CUM TO TRUE
                       ELSE
                           MOVE HSK-HISTORY-IMAGE
                               TO CUM-HISTORY-RECORD
                           IF HSC-VAR1-AMOUNT = VAR1-AMOUNT
                               EVALUATE TRUE
                                   WHEN HSC-TRANS-REVERSAL
                                       SUBTRACT 1
                                       ADD 1 TO WS-REV-NET-COUNT
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Position on the first store entry for WS-HIST-LOOKUP-CODE
      *    and the record's effective date with a posting run date
      *    on or after WS-DUP-CUTOFF-DATE (zero for the reversal
      *    match, which wants every run). No such entry leaves the
      *    EOF switch set so the caller's read loop never starts.
       START-HISTORY-LOOKUP.
           MOVE "N" TO WS-HIST-CUM-EOF-SWITCH.
           MOVE WS-HIST-LOOKUP-CODE TO HSK-VAR1-CODE.
           MOVE VAR1-EFFECTIVE-DATE TO HSK-EFF-DATE.
           MOVE ZERO TO HSK-RUN-DATE.
           IF WS-TRANS-POSTING
               MOVE WS-DUP-CUTOFF-DATE TO HSK-RUN-DATE
           END-IF.
           MOVE ZERO TO HSK-LOAD-NUMBER.
           MOVE ZERO TO HSK-LOAD-SEQ.
           START HISTORY-CUM KEY IS NOT LESS THAN HSK-KEY
               INVALID KEY
                   SET WS-EOF-HIST-CUM TO TRUE
           END-START.

      *    The cross-reference is keyed on the old code, so finding
      *    the codes retired into this one is a sweep -- a short
      *    file, read only for a reversal.
       COUNT-RETIRED-CODE-ORIGINALS.
           MOVE "N" TO WS-XREF-EOF-SWITCH.
           MOVE LOW-VALUES TO XRF-OLD-CODE.
           START VAR1-XREF KEY IS NOT LESS THAN XRF-OLD-CODE
               INVALID KEY
                   SET WS-EOF-XREF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-XREF
               READ VAR1-XREF NEXT RECORD
                   AT END
                       SET WS-EOF-XREF TO TRUE
                   NOT AT END
                       IF XRF-SUCCESSOR-CODE = VAR1-CODE
                           MOVE XRF-OLD-CODE TO WS-HIST-LOOKUP-CODE
                           PERFORM COUNT-HISTORY-ORIGINALS
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-TONIGHT-REVERSALS.
           PERFORM VARYING WS-REV-IX FROM 1 BY 1
               CLOSE BATCH-REGISTER
           END-IF.

      *    The history store opens once for the run. The look-back
      *    cutoff is the run date backed off WS-LOOKBACK-DAYS through
      *    the integer date form, the same intrinsic-function style
      *    as VAR1RCYC's aging cutoff; an override run has no
      *    look-back, the same as it has no seen-night history.
       OPEN-HISTORY-STORE.
           IF NOT WS-OVERRIDE-REQUESTED
               COMPUTE WS-DUP-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                   - WS-LOOKBACK-DAYS
               COMPUTE WS-DUP-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DUP-CUTOFF-INTEGER)
           END-IF.
           MOVE "N" TO WS-HIST-CUM-OPEN-SWITCH.
           OPEN INPUT HISTORY-CUM.
           IF WS-HIST-CUM-STATUS = "00" OR WS-HIST-CUM-STATUS = "05"
               SET WS-HIST-CUM-OPEN TO TRUE
           END-IF.

      *    Two legs, cheapest first: tonight's seen table, then the
      *    history window. The first hit settles it -- the record is
      *    a suspect either way, and the source letter rides the
      *    suspect record so the supervisor knows which story to
      *    check.
       CHECK-DUPLICATE.
           MOVE SPACE TO WS-DUP-MATCH-SOURCE.
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-DUP-SUSPECT
               AND NOT WS-OVERRIDE-REQUESTED
               AND WS-HIST-CUM-OPEN
               PERFORM SCAN-HISTORY-FOR-DUP
           END-IF.

      *    History leg: the store entries for this code and effective
      *    date posted inside the look-back window, looking for a
      *    posting (reversals and adjustments are corrections, not
      *    duplicate targets) of the same amount.
       SCAN-HISTORY-FOR-DUP.
           MOVE VAR1-CODE TO WS-HIST-LOOKUP-CODE.
           PERFORM START-HISTORY-LOOKUP.
           PERFORM UNTIL WS-EOF-HIST-CUM
               READ HISTORY-CUM NEXT RECORD
                   AT END
                       SET WS-EOF-HIST-CUM TO TRUE
                   NOT AT END
                       IF HSK-VAR1-CODE NOT = VAR1-CODE
                           OR HSK-EFF-DATE NOT = VAR1-EFFECTIVE-DATE
                           SET WS-EOF-HIST-CUM TO TRUE
                       ELSE
                           MOVE HSK-HISTORY-IMAGE
                               TO CUM-HISTORY-RECORD
                           IF HSC-TRANS-POSTING
                               AND HSC-VAR1-AMOUNT = VAR1-AMOUNT
                               SET WS-DUP-SUSPECT TO TRUE
                               MOVE "H" TO WS-DUP-MATCH-SOURCE
                               SET WS-EOF-HIST-CUM TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-TONIGHT-SEEN.
           IF WS-SEEN-COUNT >= WS-SEEN-MAX
               MOVE SPACES TO VAR1-DUP-SUSPECT-RECORD
               MOVE VAR1-CODE TO DUP-VAR1-CODE
               MOVE VAR1-AMOUNT TO DUP-AMOUNT
               MOVE WS-CURRENCY-CODE TO DUP-CURRENCY
               MOVE WS-ORIG-AMOUNT TO DUP-ORIG-AMOUNT
               MOVE VAR1-EFFECTIVE-DATE TO DUP-EFF-DATE
               MOVE VAR1-STATUS TO DUP-STATUS
               MOVE WS-TRANS-TYPE TO DUP-TRANS-TYPE
               MOVE SPACES TO VAR1-SUSPENSE-RECORD
               MOVE VAR1-CODE TO SUS-VAR1-CODE
               MOVE VAR1-AMOUNT TO SUS-AMOUNT
               MOVE WS-CURRENCY-CODE TO SUS-CURRENCY
               MOVE WS-ORIG-AMOUNT TO SUS-ORIG-AMOUNT
               MOVE VAR1-EFFECTIVE-DATE TO SUS-EFF-DATE
               MOVE VAR1-STATUS TO SUS-STATUS
               MOVE WS-TRANS-TYPE TO SUS-TRANS-TYPE
           MOVE PNI-STATUS TO VAR1-STATUS.
           MOVE PNI-TRANS-TYPE TO WS-TRANS-TYPE.
           MOVE PNI-APPROVAL-FLAG TO WS-APPROVAL-FLAG.
           MOVE PNI-AMOUNT TO WS-ORIG-AMOUNT.
           IF PNI-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE PNI-CURRENCY TO WS-CURRENCY-CODE
           END-IF.
           MOVE SPACES TO VAR1-DESCRIPTION.
           MOVE ZEROS TO VAR1-LAST-UPDATED-DATE.

           MOVE VALORES-STATUS TO VAR1-STATUS.
           MOVE VALORES-TRANS-TYPE TO WS-TRANS-TYPE.
           MOVE VALORES-APPROVAL-FLAG TO WS-APPROVAL-FLAG.
           MOVE VALORES-AMOUNT TO WS-ORIG-AMOUNT.
           IF VALORES-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           ELSE
               MOVE VALORES-CURRENCY TO WS-CURRENCY-CODE
           END-IF.
           MOVE SPACES TO VAR1-DESCRIPTION.
           MOVE ZEROS TO VAR1-LAST-UPDATED-DATE.

               END-IF
           END-IF.

      *    Same find-or-insert idiom for the per-currency subtotals,
      *    kept in currency code sequence and netted the way the
      *    control total nets, so the base column ties to it.
       ACCUMULATE-CURRENCY-TOTAL.
           MOVE "N" TO WS-CCY-FOUND-SWITCH.
           MOVE ZERO TO WS-CCY-INSERT-AT.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
                   OR WS-CCY-INSERT-AT > 0
               IF WS-CCY-CODE (WS-CCY-IX) = WS-CURRENCY-CODE
                   SET WS-CCY-FOUND TO TRUE
                   MOVE WS-CCY-IX TO WS-CCY-INSERT-AT
               ELSE
                   IF WS-CCY-CODE (WS-CCY-IX) > WS-CURRENCY-CODE
                       MOVE WS-CCY-IX TO WS-CCY-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CCY-FOUND
               IF WS-CCY-COUNT >= WS-CCY-MAX
                   DISPLAY "CURRENCY TABLE FULL - " WS-CURRENCY-CODE
                       " NOT SUBTOTALLED"
                   MOVE 8 TO RETURN-CODE
                   MOVE ZERO TO WS-CCY-INSERT-AT
               ELSE
                   IF WS-CCY-INSERT-AT = 0
                       ADD 1 TO WS-CCY-COUNT
                       MOVE WS-CCY-COUNT TO WS-CCY-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-CCY-SHIFT-IX
                               FROM WS-CCY-COUNT BY -1
                               UNTIL WS-CCY-SHIFT-IX < WS-CCY-INSERT-AT
                           MOVE WS-CCY-ENTRY (WS-CCY-SHIFT-IX)
                               TO WS-CCY-ENTRY (WS-CCY-SHIFT-IX + 1)
                       END-PERFORM
                       ADD 1 TO WS-CCY-COUNT
                   END-IF
                   IF WS-CCY-INSERT-AT > 0
                       MOVE WS-CURRENCY-CODE
                           TO WS-CCY-CODE (WS-CCY-INSERT-AT)
                       MOVE ZERO TO WS-CCY-RECORDS (WS-CCY-INSERT-AT)
                       MOVE ZERO
                           TO WS-CCY-ORIG-AMOUNT (WS-CCY-INSERT-AT)
                       MOVE ZERO
                           TO WS-CCY-BASE-AMOUNT (WS-CCY-INSERT-AT)
                   END-IF
               END-IF
           END-IF.
           IF WS-CCY-INSERT-AT > 0
               MOVE WS-CCY-INSERT-AT TO WS-CCY-IX
               IF WS-TRANS-REVERSAL OR WS-TRANS-ADJUSTMENT
                   SUBTRACT WS-ORIG-AMOUNT
                       FROM WS-CCY-ORIG-AMOUNT (WS-CCY-IX)
                   SUBTRACT VAR1-AMOUNT
                       FROM WS-CCY-BASE-AMOUNT (WS-CCY-IX)
               ELSE
                   ADD WS-ORIG-AMOUNT TO WS-CCY-ORIG-AMOUNT (WS-CCY-IX)
                   ADD VAR1-AMOUNT TO WS-CCY-BASE-AMOUNT (WS-CCY-IX)
               END-IF
               ADD 1 TO WS-CCY-RECORDS (WS-CCY-IX)
           END-IF.

      *    Validly processed = feed records plus released pending
      *    records, less rejects (from either source), tonight's
      *    holds, tonight's over-limit suspensions, and tonight's
      *    Where tonight's future-dated activity went: held off the
      *    feed, released off the pending file, carried forward still
      *    pending. With the rejects and the control totals above,
      *    every input record is accounted for on this page. Held,
      *    released and carried amounts are as sent -- a future date
      *    has no rate yet -- so they are only base currency where
      *    the item was.
       WRITE-PENDING-SECTION.
           MOVE "HELD TONIGHT    - " TO PND-LABEL.
           MOVE WS-HELD-COUNT TO PND-COUNT.
      *    corrected item in VALORES-RECORD layout and age the ones
      *    nobody fixes; VAR1- fields (not VALORES-) so the SYSIN
      *    override path, which never reads VALORES-FILE, writes a
      *    complete record too. The amount is the one sent, in the
      *    currency sent, so a corrected re-emit converts afresh.
       WRITE-REJECT-RECORD.
           MOVE VAR1-CODE TO REJ-VAR1-CODE.
           MOVE SPACE TO REJ-FILLER-1.
           MOVE SPACE TO REJ-FILLER-4.
           MOVE SPACE TO REJ-FILLER-5.
           MOVE SPACE TO REJ-FILLER-6.
           MOVE WS-ORIG-AMOUNT TO REJ-ORIG-AMOUNT.
           MOVE VAR1-EFFECTIVE-DATE TO REJ-ORIG-EFF-DATE.
           MOVE VAR1-STATUS TO REJ-ORIG-STATUS.
           MOVE WS-RUN-DATE TO REJ-REJECT-DATE.
           MOVE SPACE TO REJ-FILLER-7.
           MOVE WS-TRANS-TYPE TO REJ-ORIG-TRANS-TYPE.
           MOVE SPACE TO REJ-FILLER-8.
           MOVE WS-CURRENCY-CODE TO REJ-ORIG-CURRENCY.
           WRITE VAR1-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

           MOVE VAR1-LAST-UPDATED-DATE TO HST-VAR1-LU-DATE.
           MOVE WS-RUN-DATE TO HST-RUN-DATE.
           MOVE WS-TRANS-TYPE TO HST-TRANS-TYPE.
           MOVE WS-CURRENCY-CODE TO HST-CURRENCY.
           MOVE WS-ORIG-AMOUNT TO HST-ORIG-AMOUNT.
           WRITE VAR1-HISTORY-RECORD.

      *    Elapsed wall clock from the TIME captured at start-of-run
           WRITE AUDIT-LOG-RECORD.

      *    Written fresh at end-of-run once the totals are final: a
      *    header with the run date, the night's double-entry journal
      *    lines in account sequence, and a trailer whose amount and
      *    record count are the same WS-TOTAL-AMOUNT and
      *    WS-CONTROL-RECORD-COUNT printed on the CONTROL TOTALS
      *    line, so the receiving ledger system balances the
      *    transmission against the report. When the journal cannot
      *    be built -- a code with no active mapping, or debits that
      *    fail to equal credits -- only the header goes out: a
      *    header with no trailer is what NIGHTSTS, VAR1TBAL and
      *    GLRECON already treat as an extract that never completed,
      *    so last night's file can never be mistaken for tonight's.
       WRITE-GL-EXTRACT.
           PERFORM BUILD-GL-JOURNAL.
           OPEN OUTPUT GL-INTERFACE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLINTF - STATUS " WS-GL-STATUS
               MOVE "HDR " TO GLH-REC-ID
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               WRITE GL-HEADER-REC
               IF WS-JOURNAL-STOPPED
                   DISPLAY "GL EXTRACT STOPPED - " WS-UNMAPPED-COUNT
                       " CODES UNMAPPED OR INACTIVE ON VAR1ACCT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-JNL-IX FROM 1 BY 1
                           UNTIL WS-JNL-IX > WS-JNL-COUNT
                       MOVE SPACES TO GL-DETAIL-REC
                       MOVE WS-JNL-ACCOUNT (WS-JNL-IX) TO GLD-ACCOUNT
                       MOVE WS-JNL-COST-CENTER (WS-JNL-IX)
                           TO GLD-COST-CENTER
                       MOVE WS-JNL-DR-CR (WS-JNL-IX) TO GLD-DR-CR
                       MOVE WS-JNL-AMOUNT (WS-JNL-IX) TO GLD-AMOUNT
                       MOVE WS-JNL-RECORDS (WS-JNL-IX)
                           TO GLD-RECORD-COUNT
                       WRITE GL-DETAIL-REC
                   END-PERFORM
                   MOVE SPACES TO GL-TRAILER-REC
                   MOVE "TRL " TO GLT-REC-ID
                   MOVE WS-TOTAL-AMOUNT TO GLT-TOTAL-AMOUNT
                   MOVE WS-CONTROL-RECORD-COUNT TO GLT-RECORD-COUNT
                   MOVE WS-JNL-COUNT TO GLT-LINE-COUNT
                   MOVE WS-JOURNAL-DEBITS TO GLT-JOURNAL-TOTAL
                   WRITE GL-TRAILER-REC
               END-IF
               CLOSE GL-INTERFACE
           END-IF.

      *    Every code on the night's GL table is looked up on the
      *    account mapping; each one missing or inactive is named on
      *    SYSOUT (all of them, not just the first, so one night's
      *    fix covers them all) and stops the journal. A mapped
      *    code's net posts twice -- once to each side -- so the
      *    journal balances by construction, and the debit/credit
      *    proof below is the check that it actually did.
       BUILD-GL-JOURNAL.
           OPEN INPUT VAR1-ACCOUNTS.
           IF WS-ACCOUNTS-STATUS = "00"
               SET WS-ACCOUNTS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "VAR1ACCT NOT AVAILABLE - STATUS "
                   WS-ACCOUNTS-STATUS
           END-IF.
           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               PERFORM MAP-ONE-GL-CODE
           END-PERFORM.
           IF WS-ACCOUNTS-AVAILABLE
               CLOSE VAR1-ACCOUNTS
           END-IF.
           IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
               DISPLAY "GL JOURNAL OUT OF BALANCE - DEBITS "
                   WS-JOURNAL-DEBITS " CREDITS " WS-JOURNAL-CREDITS
               SET WS-JOURNAL-STOPPED TO TRUE
           END-IF.

       MAP-ONE-GL-CODE.
           IF NOT WS-ACCOUNTS-AVAILABLE
               ADD 1 TO WS-UNMAPPED-COUNT
               SET WS-JOURNAL-STOPPED TO TRUE
               DISPLAY "GL ACCOUNT MAPPING MISSING - CODE "
                   WS-GL-CODE (WS-GL-IX)
           ELSE
               MOVE WS-GL-CODE (WS-GL-IX) TO ACT-VAR1-CODE
               READ VAR1-ACCOUNTS
                   INVALID KEY
                       ADD 1 TO WS-UNMAPPED-COUNT
                       SET WS-JOURNAL-STOPPED TO TRUE
                       DISPLAY "GL ACCOUNT MAPPING MISSING - CODE "
                           WS-GL-CODE (WS-GL-IX)
                   NOT INVALID KEY
                       IF ACT-STATUS-ACTIVE
                           PERFORM POST-CODE-TO-JOURNAL
                       ELSE
                           ADD 1 TO WS-UNMAPPED-COUNT
                           SET WS-JOURNAL-STOPPED TO TRUE
                           DISPLAY "GL ACCOUNT MAPPING INACTIVE - "
                               "CODE " WS-GL-CODE (WS-GL-IX)
                       END-IF
               END-READ
           END-IF.

      *    A code netting zero or above debits its debit account and
      *    credits its credit account; a code whose reversals and
      *    adjustments outweigh its postings backs the other way.
      *    Both lines carry the code's record count.
       POST-CODE-TO-JOURNAL.
           MOVE ACT-COST-CENTER TO WS-JNL-NEW-COST-CENTER.
           IF WS-GL-AMOUNT (WS-GL-IX) < ZERO
               COMPUTE WS-JNL-NEW-AMOUNT =
                   ZERO - WS-GL-AMOUNT (WS-GL-IX)
               MOVE ACT-CREDIT-ACCOUNT TO WS-JNL-NEW-ACCOUNT
               MOVE "D" TO WS-JNL-NEW-DR-CR
               PERFORM ACCUMULATE-JOURNAL-LINE
               MOVE ACT-DEBIT-ACCOUNT TO WS-JNL-NEW-ACCOUNT
               MOVE "C" TO WS-JNL-NEW-DR-CR
               PERFORM ACCUMULATE-JOURNAL-LINE
           ELSE
               MOVE WS-GL-AMOUNT (WS-GL-IX) TO WS-JNL-NEW-AMOUNT
               MOVE ACT-DEBIT-ACCOUNT TO WS-JNL-NEW-ACCOUNT
               MOVE "D" TO WS-JNL-NEW-DR-CR
               PERFORM ACCUMULATE-JOURNAL-LINE
               MOVE ACT-CREDIT-ACCOUNT TO WS-JNL-NEW-ACCOUNT
               MOVE "C" TO WS-JNL-NEW-DR-CR
               PERFORM ACCUMULATE-JOURNAL-LINE
           END-IF.

      *    Same find-or-insert-in-sequence idiom as
      *    ACCUMULATE-GL-TOTAL, keyed on account, cost center and
      *    side together.
       ACCUMULATE-JOURNAL-LINE.
           MOVE "N" TO WS-JNL-FOUND-SWITCH.
           MOVE ZERO TO WS-JNL-INSERT-AT.
           PERFORM VARYING WS-JNL-IX FROM 1 BY 1
                   UNTIL WS-JNL-IX > WS-JNL-COUNT
                   OR WS-JNL-INSERT-AT > 0
               IF WS-JNL-KEY (WS-JNL-IX) = WS-JNL-NEW-KEY
                   SET WS-JNL-FOUND TO TRUE
                   MOVE WS-JNL-IX TO WS-JNL-INSERT-AT
               ELSE
                   IF WS-JNL-KEY (WS-JNL-IX) > WS-JNL-NEW-KEY
                       MOVE WS-JNL-IX TO WS-JNL-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-JNL-FOUND
               IF WS-JNL-COUNT >= WS-JNL-MAX
                   DISPLAY "GL JOURNAL TABLE FULL - ACCOUNT "
                       WS-JNL-NEW-ACCOUNT " NOT POSTED"
                   SET WS-JOURNAL-STOPPED TO TRUE
                   MOVE ZERO TO WS-JNL-INSERT-AT
               ELSE
                   IF WS-JNL-INSERT-AT = 0
                       ADD 1 TO WS-JNL-COUNT
                       MOVE WS-JNL-COUNT TO WS-JNL-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-JNL-SHIFT-IX
                               FROM WS-JNL-COUNT BY -1
                               UNTIL WS-JNL-SHIFT-IX < WS-JNL-INSERT-AT
                           MOVE WS-JNL-ENTRY (WS-JNL-SHIFT-IX)
                               TO WS-JNL-ENTRY (WS-JNL-SHIFT-IX + 1)
                       END-PERFORM
                       ADD 1 TO WS-JNL-COUNT
                   END-IF
                   IF WS-JNL-INSERT-AT > 0
                       MOVE WS-JNL-NEW-KEY
                           TO WS-JNL-KEY (WS-JNL-INSERT-AT)
                       MOVE ZERO TO WS-JNL-AMOUNT (WS-JNL-INSERT-AT)
                       MOVE ZERO TO WS-JNL-RECORDS (WS-JNL-INSERT-AT)
                   END-IF
               END-IF
           END-IF.
           IF WS-JNL-INSERT-AT > 0
               MOVE WS-JNL-INSERT-AT TO WS-JNL-IX
               ADD WS-JNL-NEW-AMOUNT TO WS-JNL-AMOUNT (WS-JNL-IX)
               ADD WS-GL-RECORDS (WS-GL-IX)
                   TO WS-JNL-RECORDS (WS-JNL-IX)
               IF WS-JNL-NEW-DR-CR = "D"
                   ADD WS-JNL-NEW-AMOUNT TO WS-JOURNAL-DEBITS
               ELSE
                   ADD WS-JNL-NEW-AMOUNT TO WS-JOURNAL-CREDITS
               END-IF
           END-IF.

      *    One acknowledgement record per batch off the night's
      *    table, written fresh every run like the GL extract --
      *    including out-of-balance, trailerless, and duplicate-
           MOVE WS-BALANCE-RESULT TO AUDIT-BALANCE-RESULT.
           WRITE AUDIT-LOG-RECORD.

      *    The control total broken out by the currency each record
      *    was sent in: the amount as sent and what it posted at in
      *    base, so accounting can see the exposure per currency. The
      *    base column sums to the CONTROL TOTALS amount.
       WRITE-CURRENCY-SECTION.
           MOVE WS-BASE-CURRENCY TO CCH-BASE-CURRENCY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CURRENCY-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
               MOVE WS-CCY-CODE (WS-CCY-IX) TO CCL-CURRENCY
               MOVE WS-CCY-RECORDS (WS-CCY-IX) TO CCL-RECORD-COUNT
               MOVE WS-CCY-ORIG-AMOUNT (WS-CCY-IX) TO CCL-ORIG-AMOUNT
               MOVE WS-CCY-BASE-AMOUNT (WS-CCY-IX) TO CCL-BASE-AMOUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CURRENCY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      *    One pair of lines per batch on the control-total page:
      *    trailer figures against ours, then the verdict with the
      *    discrepancy amounts when they don't tie.
                           MOVE SYSIN-LOOKBACK-DAYS-NUM
                               TO WS-LOOKBACK-DAYS
                       END-IF
                       IF SYSIN-BASE-CURRENCY NOT = SPACES
                           MOVE SYSIN-BASE-CURRENCY
                               TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
           MOVE VAR1-EFF-YYYY TO DTL-VAR1-EFF-YYYY.
           MOVE VAR1-STATUS TO DTL-VAR1-STATUS.
           MOVE WS-TRANS-TYPE TO DTL-TRANS-TYPE.
           MOVE WS-CURRENCY-CODE TO DTL-CURRENCY.
           IF WS-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE SPACES TO DTL-ORIG-AMOUNT-X
           ELSE
               MOVE WS-ORIG-AMOUNT TO DTL-ORIG-AMOUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
