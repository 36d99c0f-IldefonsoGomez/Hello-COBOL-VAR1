      * undecided. A released item is re-emitted in VALORES-RECORD
      * layout with the release-approved flag set, so the nightly
      * run posts it without suspending it a second time.
      * SUS-AMOUNT is the base-currency amount the limit was tested
      * against; SUS-CURRENCY and SUS-ORIG-AMOUNT keep the amount as
      * sent, which is what a release re-emits (blank currency,
      * from before the feed carried one, is base).
      ******************************************************************
       01 VAR1-SUSPENSE-RECORD.
           05 SUS-VAR1-CODE PIC X(5).
               10 SUS-SUSPEND-YYYY PIC 9(4).
               10 SUS-SUSPEND-MM PIC 9(2).
               10 SUS-SUSPEND-DD PIC 9(2).
           05 SUS-FILLER-7 PIC X.
           05 SUS-CURRENCY PIC X(3).
           05 SUS-FILLER-8 PIC X.
           05 SUS-ORIG-AMOUNT PIC 9(7)V99.
