      ******************************************************************
      * Copybook: BALNREC
      * Shared VAR1BAL.DAT record layout: the running balance per
      * VAR1 code, keyed by code like VAR1LMT.DAT. VAR1TBAL rolls it
      * forward once a night, only after the night's history has been
      * committed to the keyed VAR1HSTK.DAT store, so the file always
      * answers "what is code X's position" without re-summing the
      * whole history. Each record carries the code's opening balance
      * for the night, the night's postings, reversals (R) and
      * adjustments (J) -- counts and unsigned amounts, the same way
      * HISTREC carries them -- the closing balance (opening plus
      * postings less reversals less adjustments), the last date the
      * code actually posted, and the posting run date the record was
      * last rolled for. BAL-ROLL-DATE is what makes a rerun of the
      * roll safe: a record already rolled for the night's run date
      * is proven again but never applied twice.
      ******************************************************************
       01 VAR1-BALANCE-RECORD.
           05 BAL-VAR1-CODE PIC X(5).
           05 BAL-FILLER-1 PIC X.
           05 BAL-OPENING-BALANCE PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 BAL-FILLER-2 PIC X.
           05 BAL-POSTED-COUNT PIC 9(6).
           05 BAL-FILLER-3 PIC X.
           05 BAL-POSTED-AMOUNT PIC 9(9)V99.
           05 BAL-FILLER-4 PIC X.
           05 BAL-REVERSED-COUNT PIC 9(6).
           05 BAL-FILLER-5 PIC X.
           05 BAL-REVERSED-AMOUNT PIC 9(9)V99.
           05 BAL-FILLER-6 PIC X.
           05 BAL-ADJUSTED-COUNT PIC 9(6).
           05 BAL-FILLER-7 PIC X.
           05 BAL-ADJUSTED-AMOUNT PIC 9(9)V99.
           05 BAL-FILLER-8 PIC X.
           05 BAL-CLOSING-BALANCE PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 BAL-FILLER-9 PIC X.
           05 BAL-LAST-POSTING-DATE PIC 9(8).
           05 BAL-FILLER-10 PIC X.
           05 BAL-ROLL-DATE PIC 9(8).
