      * Copybook: REJREC
      * Shared VAR1REJ.DAT record layout for every program that writes
      * or reworks the nightly reject file: HELLO-COBOL-VAR1 writes one
      * record per R001-R009 reject, and VAR1RCYC reads them back to
      * apply corrections, age stale items, and recycle the rest into
      * the next night's VALORES feed. Besides the code/reason fields
      * the record carries the original VALORES amount/effective-date/
      * REJ-ORIG-TRANS-TYPE preserves the transaction type off the
      * feed (space/P posting, R reversal, J adjustment) so a
      * corrected reversal recycles as a reversal instead of posting
      * as a fresh amount. REJ-ORIG-AMOUNT is the amount as sent, in
      * REJ-ORIG-CURRENCY (blank on a reject written before the feed
      * carried a currency, read as base), so a recycled item is
      * converted afresh when it posts; R009 is the reject for a
      * non-base amount with no exchange rate for its effective date.
      ******************************************************************
       01 VAR1-REJECT-RECORD.
           05 REJ-VAR1-CODE PIC X(5).
               10 REJ-REJECT-DD PIC 9(2).
           05 REJ-FILLER-7 PIC X.
           05 REJ-ORIG-TRANS-TYPE PIC X.
           05 REJ-FILLER-8 PIC X.
           05 REJ-ORIG-CURRENCY PIC X(3).
