      *          a single-stream night produces. Copies the stream
      *          reports into one REPORT.OUT with a consolidated
      *          control-total page behind them, merges the stream
      *          GL journals per account into one GLINTF.DAT, and --
      *          only after proving the consolidated journal equal
      *          to the sum of the stream GL trailers -- writes the
      *          consolidated VALORACK acknowledgement for the
      *          ORIGINAL feed batches, the consolidated audit
      *          summary to AUDITLOG.DAT (behind the stream logs
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

       FD  REPORT-OUT
           RECORDING MODE IS F.
               10 WS-OB-TRL-HASH PIC 9(9)V99.
               10 WS-OB-BALANCED PIC X.

      *    Per-account consolidation of the stream GL journals --
      *    account, cost center and side, the same in-sequence
      *    insertion table HELLO-COBOL-VAR1 builds its own journal
      *    from; an overflow fails the step because an extract that
      *    cannot balance must never reach the ledger.
       01 WS-GL-TABLE.
           05 WS-GL-COUNT PIC 9(5) VALUE 0.
           05 WS-GL-MAX PIC 9(5) VALUE 5000.
           05 WS-GL-INSERT-AT PIC 9(5) VALUE 0.
           05 WS-GL-FOUND-SWITCH PIC X VALUE "N".
              88 WS-GL-FOUND VALUE "Y".
           05 WS-GL-NEW-KEY.
               10 WS-GL-NEW-ACCOUNT PIC X(10).
               10 WS-GL-NEW-COST-CENTER PIC X(6).
               10 WS-GL-NEW-DR-CR PIC X.
           05 WS-GL-ENTRY OCCURS 5000 TIMES.
               10 WS-GL-KEY.
                   15 WS-GL-ACCOUNT PIC X(10).
                   15 WS-GL-COST-CENTER PIC X(6).
                   15 WS-GL-DR-CR PIC X.
               10 WS-GL-AMOUNT PIC 9(11)V99.
               10 WS-GL-RECORDS PIC 9(7).

      *    The stream record in hand, re-described through the same
      *    three views the extract files use; every stream's reader
      *    lands its record here so one paragraph merges all four.
       01 WS-GL-IN-RECORD PIC X(56).
       01 WS-GL-IN-DETAIL REDEFINES WS-GL-IN-RECORD.
           05 WGI-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 WGI-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 WGI-DR-CR PIC X.
           05 FILLER PIC X.
           05 WGI-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X.
           05 WGI-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X(16).
       01 WS-GL-IN-CONTROL REDEFINES WS-GL-IN-RECORD.
           05 WGI-REC-ID PIC X(4).
              88 WGI-IS-HEADER VALUE "HDR ".
           05 WGI-TRL-RECORDS PIC 9(6).
           05 FILLER PIC X.
           05 WGI-TRL-LINES PIC 9(6).
           05 FILLER PIC X.
           05 WGI-TRL-JOURNAL PIC 9(11)V99.
           05 FILLER PIC X(10).

       01 WS-STREAM-FIELDS.
           05 WS-CURRENT-STREAM PIC 9(1) VALUE 0.
               10 WS-STR-TRL-SEEN PIC X.
                  88 WS-STR-TRAILER-SEEN VALUE "Y".

      *    The journal lines carry no signed net of their own, so
      *    the consolidated net is the sum of the stream trailers'
      *    nets; what the merge proves is the journal itself --
      *    merged debits and merged credits each equal to the sum of
      *    the stream journal totals, and the debit lines' record
      *    counts equal to the stream trailers' record counts.
       01 WS-PROOF-TOTALS.
           05 WS-SUM-TRL-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05 WS-SUM-TRL-RECORDS PIC 9(7) VALUE ZERO.
           05 WS-SUM-TRL-JOURNAL PIC 9(11)V99 VALUE ZERO.
           05 WS-MERGED-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05 WS-MERGED-RECORDS PIC 9(7) VALUE ZERO.
           05 WS-MERGED-DEBITS PIC 9(11)V99 VALUE ZERO.
           05 WS-MERGED-CREDITS PIC 9(11)V99 VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-REPORT-LINES-COPIED PIC 9(6) VALUE 0.

       01 WS-PROOF-LINE.
           05 FILLER PIC X(8) VALUE "PROOF - ".
           05 FILLER PIC X(17) VALUE "STREAM JOURNALS: ".
           05 PRF-SUM-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  MERGED: ".
           05 PRF-MERGED-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "VAR1MRGE TOTALS - STREAMS: " WS-STREAMS-MERGED
               " JOURNAL LINES: " WS-GL-COUNT
               " MERGED AMOUNT: " WS-MERGED-AMOUNT
               " PROOF FAILED: " WS-PROOF-FAIL-SWITCH
               " RUN ID: " WS-CONTROL-RUN-ID.
                   MOVE "Y" TO WS-STR-TRL-SEEN (WS-CURRENT-STREAM)
                   ADD WGI-TRL-AMOUNT TO WS-SUM-TRL-AMOUNT
                   ADD WGI-TRL-RECORDS TO WS-SUM-TRL-RECORDS
                   ADD WGI-TRL-JOURNAL TO WS-SUM-TRL-JOURNAL
               WHEN OTHER
                   PERFORM MERGE-GL-DETAIL
           END-EVALUATE.

      *    Same find-or-insert-in-sequence idiom as the nightly
      *    run's ACCUMULATE-JOURNAL-LINE, summing amounts and record
      *    counts across streams for accounts more than one stream's
      *    codes post to.
       MERGE-GL-DETAIL.
           MOVE WGI-ACCOUNT TO WS-GL-NEW-ACCOUNT.
           MOVE WGI-COST-CENTER TO WS-GL-NEW-COST-CENTER.
           MOVE WGI-DR-CR TO WS-GL-NEW-DR-CR.
           MOVE "N" TO WS-GL-FOUND-SWITCH.
           MOVE ZERO TO WS-GL-INSERT-AT.
           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
                   OR WS-GL-INSERT-AT > 0
               IF WS-GL-KEY (WS-GL-IX) = WS-GL-NEW-KEY
                   SET WS-GL-FOUND TO TRUE
                   MOVE WS-GL-IX TO WS-GL-INSERT-AT
               ELSE
                   IF WS-GL-KEY (WS-GL-IX) > WS-GL-NEW-KEY
                       MOVE WS-GL-IX TO WS-GL-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-GL-FOUND
               IF WS-GL-COUNT >= WS-GL-MAX
                   DISPLAY "GL TABLE FULL - ACCOUNT " WGI-ACCOUNT
                       " NOT MERGED - EXTRACT WILL NOT BALANCE"
                   SET WS-PROOF-FAILED TO TRUE
                   MOVE ZERO TO WS-GL-INSERT-AT
                       ADD 1 TO WS-GL-COUNT
                   END-IF
                   IF WS-GL-INSERT-AT > 0
                       MOVE WS-GL-NEW-KEY
                           TO WS-GL-KEY (WS-GL-INSERT-AT)
                       MOVE ZERO TO WS-GL-AMOUNT (WS-GL-INSERT-AT)
                       MOVE ZERO TO WS-GL-RECORDS (WS-GL-INSERT-AT)
                   END-IF
               MOVE WS-GL-INSERT-AT TO WS-GL-IX
               ADD WGI-AMOUNT TO WS-GL-AMOUNT (WS-GL-IX)
               ADD WGI-RECORD-COUNT TO WS-GL-RECORDS (WS-GL-IX)
           END-IF.

      *    The release gate: the merged journal must balance and
      *    sum to exactly what the stream trailers claim, and every
      *    stream the splitter dealt must have produced an
      *    extract. Anything off holds the whole night back.
       PROVE-CONSOLIDATION.
           MOVE WS-SUM-TRL-AMOUNT TO WS-MERGED-AMOUNT.
           MOVE ZERO TO WS-MERGED-RECORDS.
           MOVE ZERO TO WS-MERGED-DEBITS.
           MOVE ZERO TO WS-MERGED-CREDITS.
           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-COUNT
               IF WS-GL-DR-CR (WS-GL-IX) = "D"
                   ADD WS-GL-AMOUNT (WS-GL-IX) TO WS-MERGED-DEBITS
                   ADD WS-GL-RECORDS (WS-GL-IX) TO WS-MERGED-RECORDS
               ELSE
                   ADD WS-GL-AMOUNT (WS-GL-IX) TO WS-MERGED-CREDITS
               END-IF
           END-PERFORM.
           IF WS-MERGED-DEBITS NOT = WS-SUM-TRL-JOURNAL
               OR WS-MERGED-CREDITS NOT = WS-SUM-TRL-JOURNAL
               OR WS-MERGED-RECORDS NOT = WS-SUM-TRL-RECORDS
               SET WS-PROOF-FAILED TO TRUE
               DISPLAY "VAR1MRGE - MERGED TOTALS DO NOT EQUAL "
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CONSOLIDATED-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUM-TRL-JOURNAL TO PRF-SUM-AMOUNT.
           MOVE WS-MERGED-DEBITS TO PRF-MERGED-AMOUNT.
           IF WS-PROOF-FAILED
               MOVE "FAILED  " TO PRF-VERDICT
           ELSE
               PERFORM VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   MOVE SPACES TO GL-DETAIL-REC
                   MOVE WS-GL-ACCOUNT (WS-GL-IX) TO GLD-ACCOUNT
                   MOVE WS-GL-COST-CENTER (WS-GL-IX)
                       TO GLD-COST-CENTER
                   MOVE WS-GL-DR-CR (WS-GL-IX) TO GLD-DR-CR
                   MOVE WS-GL-AMOUNT (WS-GL-IX) TO GLD-AMOUNT
                   MOVE WS-GL-RECORDS (WS-GL-IX)
                       TO GLD-RECORD-COUNT
               MOVE WS-MERGED-AMOUNT TO GLT-TOTAL-AMOUNT
               MOVE WS-MERGED-RECORDS TO GLT-RECORD-COUNT
               MOVE WS-GL-COUNT TO GLT-LINE-COUNT
               MOVE WS-MERGED-DEBITS TO GLT-JOURNAL-TOTAL
               WRITE GL-TRAILER-REC
               CLOSE GL-INTERFACE
           END-IF.
