      * feed (re-emitted in VALORES-RECORD layout with the
      * duplicate-confirmed flag set so they are not flagged a
      * second time) or discards true duplicates.
      * DUP-AMOUNT is the base-currency amount the match was made
      * on; DUP-CURRENCY and DUP-ORIG-AMOUNT keep the amount as sent,
      * which is what a confirmation re-emits (blank currency, from
      * before the feed carried one, is base).
      ******************************************************************
       01 VAR1-DUP-SUSPECT-RECORD.
           05 DUP-VAR1-CODE PIC X(5).
               10 DUP-SUSPECT-YYYY PIC 9(4).
               10 DUP-SUSPECT-MM PIC 9(2).
               10 DUP-SUSPECT-DD PIC 9(2).
           05 DUP-FILLER-7 PIC X.
           05 DUP-CURRENCY PIC X(3).
           05 DUP-FILLER-8 PIC X.
           05 DUP-ORIG-AMOUNT PIC 9(7)V99.
