      *          the GLINTF trailer -- and prints one status page:
      *          each batch and its balance result, records posted/
      *          rejected/held/released/suspended, the GL total
      *          transmitted, the VAR1TRND trend-variance exception
      *          count, the reject and pending backlogs with
      *          their aging, and a big OK / ATTENTION flag. Ends
      *          with RETURN-CODE 8 when the flag is ATTENTION so
      *          the scheduler routes the page to the on-call
           05 PNI-TRANS-TYPE PIC X.
           05 PNI-FILLER-5 PIC X.
           05 PNI-APPROVAL-FLAG PIC X.
           05 PNI-FILLER-6 PIC X.
           05 PNI-CURRENCY PIC X(3).

      *    Only the trailer matters here; the header and detail
      *    views exist to tell the records apart.
              88 WS-SUMMARY-SEEN VALUE "Y".
           05 WS-GL-TRAILER-SWITCH PIC X VALUE "N".
              88 WS-GL-TRAILER-SEEN VALUE "Y".
           05 WS-TREND-SEEN-SWITCH PIC X VALUE "N".
              88 WS-TREND-SEEN VALUE "Y".
           05 WS-ATTENTION-SWITCH PIC X VALUE "N".
              88 WS-ATTENTION VALUE "Y".

           05 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-DUP-COUNT PIC 9(6) VALUE ZERO.
           05 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
      *    Off the last trend-variance entry tonight (a rerun of
      *    VAR1TRND supersedes the earlier verdict).
           05 WS-TREND-EVALUATED PIC 9(5) VALUE ZERO.
           05 WS-TREND-EXCEPTIONS PIC 9(5) VALUE ZERO.
           05 WS-TREND-RESULT PIC X(9) VALUE SPACES.

      *    The night's batches off the audit balance entries --
      *    the register only carries clean runs, the audit trail
           05 FILLER PIC X(9) VALUE "  LINES: ".
           05 GLL-LINES PIC ZZZ,ZZ9.

       01 WS-TREND-LINE.
           05 FILLER PIC X(26) VALUE "TREND VARIANCE EXCEPTIONS:".
           05 TRL-EXCEPTIONS PIC ZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  CODES CHECKED: ".
           05 TRL-EVALUATED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-RESULT PIC X(9).

       01 WS-REJECT-BACKLOG-LINE.
           05 FILLER PIC X(17) VALUE "REJECT BACKLOG:  ".
           05 RBL-COUNT PIC ZZZ,ZZ9.
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN AUDIT-REC-VARIANCE
                   SET WS-TREND-SEEN TO TRUE
                   MOVE AUDIT-CODES-EVALUATED TO WS-TREND-EVALUATED
                   MOVE AUDIT-VARIANCE-COUNT TO WS-TREND-EXCEPTIONS
                   MOVE AUDIT-VARIANCE-RESULT TO WS-TREND-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The verdict. Attention when: no run summary landed
      *    tonight (the job never finished), any batch verdict is
      *    not INBALANCE, no GL trailer went out, the trend check
      *    never logged tonight, ran out of table (TABLEFULL -- not
      *    every code was checked) or found codes off their
      *    trailing pattern, or the oldest outstanding reject has
      *    aged past the threshold. Backlogs inside tolerance are
      *    reported but do not page anyone.
       JUDGE-THE-NIGHT.
           IF NOT WS-SUMMARY-SEEN
               SET WS-ATTENTION TO TRUE
               SET WS-ATTENTION TO TRUE
               ADD 1 TO WS-ATTENTION-REASONS
           END-IF.
           IF WS-TREND-RESULT = SPACES
               SET WS-ATTENTION TO TRUE
               ADD 1 TO WS-ATTENTION-REASONS
           END-IF.
           IF WS-TREND-RESULT = "TABLEFULL"
               SET WS-ATTENTION TO TRUE
               ADD 1 TO WS-ATTENTION-REASONS
           END-IF.
           IF WS-TREND-EXCEPTIONS > 0
               SET WS-ATTENTION TO TRUE
               ADD 1 TO WS-ATTENTION-REASONS
           END-IF.
           IF WS-REJ-OLDEST-AGE > WS-REJECT-AGE-DAYS
               SET WS-ATTENTION TO TRUE
               ADD 1 TO WS-ATTENTION-REASONS
               MOVE "GL EXTRACT TRAILER NOT FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-TREND-SEEN
               MOVE WS-TREND-EXCEPTIONS TO TRL-EXCEPTIONS
               MOVE WS-TREND-EVALUATED TO TRL-EVALUATED
               MOVE WS-TREND-RESULT TO TRL-RESULT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-TREND-LINE TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               MOVE "TREND VARIANCE CHECK NOT RUN" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJ-OUT-COUNT TO RBL-COUNT.
