      ******************************************************************
      * Copybook: RATEREC
      * Shared VAR1RATE.DAT record layout: the dated exchange-rate
      * table. One record per currency per calendar day, keyed on the
      * ISO currency code and the rate date, giving the value of one
      * unit of that currency in the base currency the nightly run
      * posts in. VAR1FXMT maintains it the same batch way VAR1LMNT
      * maintains the limits, and HELLO-COBOL-VAR1 reads it by key to
      * convert each non-base VALORES detail at the rate for its
      * effective date -- a detail with no rate for its day rejects
      * R009 rather than post at a guessed rate. A withdrawn rate (I)
      * counts as no rate. The base currency itself is never looked
      * up, so it needs no records here.
      ******************************************************************
       01 VAR1-RATE-RECORD.
           05 RTE-KEY.
               10 RTE-CURRENCY PIC X(3).
               10 RTE-RATE-DATE.
                   15 RTE-RATE-YYYY PIC 9(4).
                   15 RTE-RATE-MM PIC 9(2).
                   15 RTE-RATE-DD PIC 9(2).
           05 RTE-FILLER-1 PIC X.
           05 RTE-RATE PIC 9(5)V9(6).
           05 RTE-FILLER-2 PIC X.
           05 RTE-STATUS PIC X.
              88 RTE-STATUS-ACTIVE VALUE "A".
              88 RTE-STATUS-WITHDRAWN VALUE "I".
           05 RTE-FILLER-3 PIC X.
           05 RTE-LU-DATE.
               10 RTE-LU-YYYY PIC 9(4).
               10 RTE-LU-MM PIC 9(2).
               10 RTE-LU-DD PIC 9(2).
           05 RTE-FILLER-4 PIC X.
           05 RTE-UPDATED-BY PIC X(20).
