      * Program: GLRECON
      * Purpose: Reconcile the GLINTF.DAT extract transmitted to the
      *          general ledger against the response file the ledger
      *          team returns (their load date, per-account journal
      *          amounts, and an accept/reject flag per line, under
      *          their own trailer). Matches line by line on
      *          account, cost center and debit/credit side, amount
      *          against amount and trailer against trailer, and
      *          reports:
      *          lines the ledger rejected, lines we sent that never
      *          came back, lines returned that we never sent, and
      *          amount differences -- with RETURN-CODE 8 when
       DATA DIVISION.
       FILE SECTION.
      *    Same record shapes HELLO-COBOL-VAR1 writes: HDR/TRL in
      *    the first four bytes, journal lines between -- account,
      *    cost center, D/C side and unsigned amount.
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
              88 GLH-IS-HEADER VALUE "HDR ".
           05 GLT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GLT-LINE-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GLT-JOURNAL-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(10).

      *    The ledger's response: an HDR carrying their load date,
      *    one line per journal line they loaded -- account, cost
      *    center and side as we sent them, with their amount and A
      *    (accepted) or R (rejected) verdict -- and their TRL with
      *    the journal total they loaded (debits, which must equal
      *    credits) and their line count.
       FD  LEDGER-RESPONSE
           RECORDING MODE IS F.
       01 RESPONSE-DETAIL-REC.
           05 RSP-ACCOUNT PIC X(10).
           05 FILLER PIC X.
           05 RSP-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 RSP-DR-CR PIC X.
           05 FILLER PIC X.
           05 RSP-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X.
           05 RSP-FLAG PIC X.
              88 RSP-ACCEPTED VALUE "A".
              88 RSP-REJECTED VALUE "R".
       01 RESPONSE-HEADER-REC.
           05 RSH-REC-ID PIC X(4).
              88 RSH-IS-HEADER VALUE "HDR ".
              88 RSH-IS-TRAILER VALUE "TRL ".
           05 RSH-LOAD-DATE PIC 9(8).
           05 FILLER PIC X(23).
       01 RESPONSE-TRAILER-REC.
           05 RST-REC-ID PIC X(4).
           05 RST-TOTAL-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X.
           05 RST-LINE-COUNT PIC 9(6).
           05 FILLER PIC X(11).

      *    One register entry per extract run date: S sent (awaiting
      *    acknowledgement) or A acknowledged, with the response
           05 WS-EXT-MAX PIC 9(5) VALUE 5000.
           05 WS-EXT-IX PIC 9(5) VALUE 0.
           05 WS-EXT-ENTRY OCCURS 5000 TIMES.
               10 WS-EXT-ACCOUNT PIC X(10).
               10 WS-EXT-COST-CENTER PIC X(6).
               10 WS-EXT-DR-CR PIC X.
               10 WS-EXT-AMOUNT PIC 9(11)V99.
               10 WS-EXT-MATCHED PIC X.
                  88 WS-EXT-IS-MATCHED VALUE "Y".

       01 WS-EXTRACT-FIELDS.
           05 WS-EXT-RUN-DATE PIC 9(8) VALUE ZERO.
      *    The journal total, not the signed net: the ledger loads
      *    journal lines, so that is the figure its trailer returns.
           05 WS-EXT-TRL-AMOUNT PIC S9(11)V99 VALUE ZERO.
           05 WS-EXT-TRL-LINES PIC 9(6) VALUE ZERO.

           05 STL-TITLE PIC X(40).

       01 WS-RECON-DETAIL-LINE.
           05 RCN-ACCOUNT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 RCN-COST-CENTER PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 RCN-DR-CR PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCN-SENT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCN-RESP-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCN-VERDICT PIC X(14).

       01 WS-TRAILER-COMPARE-LINE.
               WHEN GLH-IS-HEADER
                   MOVE GLH-RUN-DATE TO WS-EXT-RUN-DATE
               WHEN GLH-IS-TRAILER
                   MOVE GLT-JOURNAL-TOTAL TO WS-EXT-TRL-AMOUNT
                   MOVE GLT-LINE-COUNT TO WS-EXT-TRL-LINES
               WHEN OTHER
                   IF WS-EXT-COUNT >= WS-EXT-MAX
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-EXT-COUNT
                       MOVE GLD-ACCOUNT
                           TO WS-EXT-ACCOUNT (WS-EXT-COUNT)
                       MOVE GLD-COST-CENTER
                           TO WS-EXT-COST-CENTER (WS-EXT-COUNT)
                       MOVE GLD-DR-CR
                           TO WS-EXT-DR-CR (WS-EXT-COUNT)
                       MOVE GLD-AMOUNT
                           TO WS-EXT-AMOUNT (WS-EXT-COUNT)
                       MOVE "N" TO WS-EXT-MATCHED (WS-EXT-COUNT)
           PERFORM VARYING WS-EXT-IX FROM 1 BY 1
                   UNTIL WS-EXT-IX > WS-EXT-COUNT
                   OR WS-EXTRACT-FOUND
               IF WS-EXT-ACCOUNT (WS-EXT-IX) = RSP-ACCOUNT
                   AND WS-EXT-COST-CENTER (WS-EXT-IX) = RSP-COST-CENTER
                   AND WS-EXT-DR-CR (WS-EXT-IX) = RSP-DR-CR
                   SET WS-EXTRACT-FOUND TO TRUE
               END-IF
           END-PERFORM.
               ADD 1 TO WS-UNSENT-COUNT
               SET WS-OUT-OF-TIE TO TRUE
               MOVE SPACES TO WS-RECON-DETAIL-LINE
               PERFORM MOVE-RESPONSE-KEY
               MOVE ZERO TO RCN-SENT-AMOUNT
               MOVE RSP-AMOUNT TO RCN-RESP-AMOUNT
               MOVE "NEVER SENT    " TO RCN-VERDICT

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-RECON-DETAIL-LINE.
           PERFORM MOVE-RESPONSE-KEY.
           MOVE WS-EXT-AMOUNT (WS-EXT-IX) TO RCN-SENT-AMOUNT.
           MOVE RSP-AMOUNT TO RCN-RESP-AMOUNT.
           IF RSP-REJECTED
           END-IF.
           PERFORM WRITE-RECON-LINE.

       MOVE-RESPONSE-KEY.
           MOVE RSP-ACCOUNT TO RCN-ACCOUNT.
           MOVE RSP-COST-CENTER TO RCN-COST-CENTER.
           MOVE RSP-DR-CR TO RCN-DR-CR.

      *    Anything still unmatched on the extract table after the
      *    response pass never came back from the ledger.
       REPORT-MISSING-LINES.
                   ADD 1 TO WS-MISSING-COUNT
                   SET WS-OUT-OF-TIE TO TRUE
                   MOVE SPACES TO WS-RECON-DETAIL-LINE
                   MOVE WS-EXT-ACCOUNT (WS-EXT-IX) TO RCN-ACCOUNT
                   MOVE WS-EXT-COST-CENTER (WS-EXT-IX)
                       TO RCN-COST-CENTER
                   MOVE WS-EXT-DR-CR (WS-EXT-IX) TO RCN-DR-CR
                   MOVE WS-EXT-AMOUNT (WS-EXT-IX)
                       TO RCN-SENT-AMOUNT
                   MOVE ZERO TO RCN-RESP-AMOUNT
