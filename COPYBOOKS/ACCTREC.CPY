      ******************************************************************
      * Copybook: ACCTREC
      * Shared VAR1ACCT.DAT record layout: the chart-of-accounts
      * mapping for each VAR1 code, keyed by code like VAR1LMT.DAT.
      * VAR1AMNT maintains it the same batch way VAR1LMNT maintains
      * the limits, and the nightly HELLO-COBOL-VAR1 run reads it to
      * turn the night's per-code net movement into double-entry
      * journal lines: a code that nets positive debits its debit
      * account and credits its credit account, one that nets
      * negative the other way round, both under the code's cost
      * center. Unlike a limit, a mapping is not optional -- a code
      * with no record here, or whose record is marked inactive,
      * stops the GL extract, because a journal that cannot place
      * every amount must never reach the ledger.
      ******************************************************************
       01 VAR1-ACCOUNT-RECORD.
           05 ACT-VAR1-CODE PIC X(5).
           05 ACT-FILLER-1 PIC X.
           05 ACT-DEBIT-ACCOUNT PIC X(10).
           05 ACT-FILLER-2 PIC X.
           05 ACT-CREDIT-ACCOUNT PIC X(10).
           05 ACT-FILLER-3 PIC X.
           05 ACT-COST-CENTER PIC X(6).
           05 ACT-FILLER-4 PIC X.
           05 ACT-STATUS PIC X.
              88 ACT-STATUS-ACTIVE VALUE "A".
              88 ACT-STATUS-INACTIVE VALUE "I".
           05 ACT-FILLER-5 PIC X.
           05 ACT-LU-DATE.
               10 ACT-LU-YYYY PIC 9(4).
               10 ACT-LU-MM PIC 9(2).
               10 ACT-LU-DD PIC 9(2).
