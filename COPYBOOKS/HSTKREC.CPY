      ******************************************************************
      * Copybook: HSTKREC
      * Shared VAR1HSTK.DAT record layout: the keyed posting-history
      * store that took over from the ever-growing sequential
      * VAR1HIST.DAT. Each record carries one HISTREC image, keyed on
      * code, effective date, and posting run date, so the nightly
      * reversal match and duplicate look-back read straight to the
      * entries for a code and date instead of rescanning every year
      * on file. HSK-LOAD-NUMBER/HSK-LOAD-SEQ make the key unique --
      * the same code can post the same effective date twice in one
      * run -- and tie each record to the VAR1HLOD load that put it
      * there (see HCTLREC), which is what lets a failed load be
      * rerun without doubling anything. VAR1HROL moves closed years
      * out of this store into the VAR1HARC archive generations.
      ******************************************************************
       01 VAR1-HISTORY-KEYED-RECORD.
           05 HSK-KEY.
               10 HSK-VAR1-CODE PIC X(5).
               10 HSK-EFF-DATE PIC 9(8).
               10 HSK-RUN-DATE PIC 9(8).
               10 HSK-LOAD-NUMBER PIC 9(5).
               10 HSK-LOAD-SEQ PIC 9(7).
           05 HSK-FILLER-1 PIC X.
      *    HSK-HISTORY-IMAGE is the HISTREC record exactly as the run
      *    wrote it; readers move it into their own copy of HISTREC.
           05 HSK-HISTORY-IMAGE PIC X(91).
