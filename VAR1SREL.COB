      *          items go out in VALORES-RECORD layout, in their own
      *          HDR/TRL batch, with the release-approved flag set so
      *          the nightly run does not suspend them a second time.
      *          The run id must hold the release function on
      *          VAR1AUTH.DAT; cards it lacks authority for, or for
      *          items over its ceiling, are refused and logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1SREL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may release suspense -- and up to what amount --
      *    before any card is honored.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
              88 APPR-RELEASE VALUE "R".
              88 APPR-REFUSE VALUE "F".

      *    Same 34-byte VALORES-RECORD layout HELLO-COBOL-VAR1 reads,
      *    with batch header/trailer views so the release batch
      *    carries its own control totals through STEP010 just like
      *    the VAR1RCYC recycle batch does.
           05 REL-TRANS-TYPE PIC X.
           05 REL-FILLER-5 PIC X.
           05 REL-APPROVAL-FLAG PIC X.
           05 REL-FILLER-6 PIC X.
           05 REL-CURRENCY PIC X(3).
       01 RELEASE-BATCH-HEADER.
           05 RLH-REC-ID PIC X(4).
           05 RLH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RLH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 RELEASE-BATCH-TRAILER.
           05 RLT-REC-ID PIC X(4).
           05 RLT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 RLT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  SUSPENSE-CARRIED
           RECORDING MODE IS F.
       01 CARRIED-SUSPENSE-RECORD PIC X(63).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Columns 7-26 carry the run identifier (the approving
      *    supervisor's id), in the same position as the other
      *    programs' control cards.
           05 WS-CARRIED-STATUS PIC XX VALUE "00".
           05 WS-SRELRPT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-SUSPENSE VALUE "Y".
       01 WS-WORK-FIELDS.
           05 WS-APPR-IX PIC 9(3).

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the suspense is read. WS-AUTH-REASON stays blank while the
      *    id may release; WS-CARD-REASON is the per-card verdict,
      *    which adds the ceiling test against the item's amount.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.
           05 WS-AUTH-CEILING PIC 9(9)V99 VALUE ZERO.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-AUTHORIZED VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-RELEASED-COUNT PIC 9(6) VALUE 0.
           05 WS-REFUSED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           05 WS-OUTSTANDING-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

      *    Release-batch control totals. Batch number 999998 marks
      *    the batch as release-built (VAR1RCYC already claims
           05 FILLER PIC X(7) VALUE "  OUT: ".
           05 TOT-OUTSTANDING PIC ZZZ,ZZ9.

       01 WS-DENIED-TOTAL-LINE.
           05 FILLER PIC X(38)
              VALUE "CARDS REFUSED - NO AUTHORITY/CEILING: ".
           05 TOT-DENIED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SUSPENSE-IN.
               STOP RUN
           END-IF.

      *    No authority file, no releases: the check fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE SUSPENSE-IN
               CLOSE RELEASE-FILE
               CLOSE SUSPENSE-CARRIED
               CLOSE RELEASE-REPORT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM LOAD-APPROVAL-CARDS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-RELEASE-HEADER.
           CLOSE SUSPENSE-CARRIED.
           CLOSE RELEASE-REPORT.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Disposition: a matching R card releases, a matching F
      *    card refuses, and anything without a card carries forward
      *    undecided for the supervisor to chase another day --
      *    suspense never ages off by itself, because an undecided
      *    amount is exactly what must not quietly disappear. A card
      *    the run id has no authority for (or whose item is over
      *    the id's ceiling) decides nothing: the refusal is logged
      *    and the item carries forward as if no card had come.
       PROCESS-SUSPENSE-RECORD.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM FIND-APPROVAL.
           IF WS-APPROVAL-FOUND
               PERFORM CHECK-CARD-AUTHORITY
               IF NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-REFUSAL-ENTRY
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "N" TO WS-APPR-FOUND-SWITCH
               END-IF
           END-IF.
           IF WS-APPROVAL-FOUND
               IF WS-APPR-ACTION (WS-APPR-IX) = "R"
                   PERFORM WRITE-RELEASE-RECORD
                   FROM VAR1-SUSPENSE-RECORD
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD SUS-AMOUNT TO WS-OUTSTANDING-AMOUNT
               IF WS-CARD-AUTHORIZED
                   MOVE "OUTSTANDING" TO DTL-DISPOSITION
               ELSE
                   MOVE "NO AUTHRTY " TO DTL-DISPOSITION
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    release function (AUTHREC); any one missing refuses every
      *    card in the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE ZERO TO WS-AUTH-CEILING.
           MOVE WS-CONTROL-RUN-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-RELEASE-SUSPENSE
                           MOVE "A003" TO WS-AUTH-REASON
                       ELSE
                           MOVE AUT-AMOUNT-CEILING
                               TO WS-AUTH-CEILING
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1SREL - " WS-CONTROL-RUN-ID
                   " NOT AUTHORIZED TO RELEASE SUSPENSE - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    The ceiling bounds either decision: refusing an item off
      *    the books moves as much money as releasing it.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CARD-AUTHORIZED
               AND WS-AUTH-CEILING > ZERO
               AND SUS-AMOUNT > WS-AUTH-CEILING
               MOVE "A004" TO WS-CARD-REASON
           END-IF.

       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-CONTROL-RUN-ID TO AUDIT-USER-ID.
           MOVE "R" TO AUDIT-REFUSED-FUNCTION.
           MOVE SUS-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1SREL" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

      *    A card matches on the code, and -- when it carries them --
      *    on the exact amount and effective date too, so a code
      *    with several items in suspense releases only the one the
      *    The released item is the original feed record rebuilt,
      *    transaction type preserved, with the release-approved
      *    flag set so the nightly limit check stands aside for it.
      *    It goes back in the currency and amount it was sent in
      *    (a suspense record from before currencies has neither,
      *    and was base), so the nightly run converts it again.
       WRITE-RELEASE-RECORD.
           MOVE SPACES TO RELEASE-RECORD.
           MOVE SUS-VAR1-CODE TO REL-CODE.
           IF SUS-CURRENCY = SPACES
               MOVE SUS-AMOUNT TO REL-AMOUNT
           ELSE
               MOVE SUS-ORIG-AMOUNT TO REL-AMOUNT
               MOVE SUS-CURRENCY TO REL-CURRENCY
           END-IF.
           MOVE SUS-EFF-DATE TO REL-EFF-DATE.
           MOVE SUS-STATUS TO REL-STATUS.
           MOVE SUS-TRANS-TYPE TO REL-TRANS-TYPE.
           MOVE "S" TO REL-APPROVAL-FLAG.
           MOVE SPACE TO REL-FILLER-6.
           ADD REL-AMOUNT TO WS-RELEASE-HASH.
           WRITE RELEASE-RECORD.

           WRITE REPORT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DENIED-COUNT TO TOT-DENIED.
           MOVE WS-DENIED-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VAR1SREL TOTALS - READ: " WS-READ-COUNT
               " RELEASED: " WS-RELEASED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " OUTSTANDING: " WS-OUTSTANDING-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.

