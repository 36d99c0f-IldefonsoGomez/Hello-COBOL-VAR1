      ******************************************************************
      * Copybook: HISTREC
      * Shared VAR1HIST.DAT record layout. HELLO-COBOL-VAR1 writes
      * one record here for every validly processed VAR1 record --
      * the same fields as the VAR1REC copybook (description and
      * last-updated date filled from the master lookup when the
      * master is available) plus the run date that posted it, so the
      * history survives the nightly truncation of REPORT.OUT and can
      * answer questions older than yesterday. The night's file is
      * loaded by VAR1HLOD into the keyed VAR1HSTK.DAT store (see
      * HSTKREC), keyed on VAR1 code plus effective date plus posting
      * run date, and closed years are rolled by VAR1HROL into the
      * VAR1HARC archive generations -- both carry this layout whole.
      * VAR1HRPT reads it back for the month-end per-code summary
      * reporting.
      * HST-TRANS-TYPE mirrors the transaction type off the VALORES
      * feed: space or P is a normal posting, R is the negating
      * record written when a reversal matched an original posting
      * (the amount is carried unsigned -- readers subtract R and J
      * records so the figures net), J is a downward adjustment.
      * HST-VAR1-AMOUNT is always the base-currency amount that
      * posted; HST-CURRENCY and HST-ORIG-AMOUNT keep the ISO
      * currency and the amount as the feed sent it. A record
      * written before the feed carried a currency has both blank
      * and is read as base currency, original amount the same as
      * the posted one.
      ******************************************************************
       01 VAR1-HISTORY-RECORD.
           05 HST-VAR1-CODE PIC X(5).
              88 HST-TRANS-POSTING VALUES SPACE "P".
              88 HST-TRANS-REVERSAL VALUE "R".
              88 HST-TRANS-ADJUSTMENT VALUE "J".
           05 HST-FILLER-8 PIC X.
           05 HST-CURRENCY PIC X(3).
           05 HST-FILLER-9 PIC X.
           05 HST-ORIG-AMOUNT PIC 9(7)V99.
