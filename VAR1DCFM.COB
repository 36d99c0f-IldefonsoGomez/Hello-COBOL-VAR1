      *          items go out in VALORES-RECORD layout, in their own
      *          HDR/TRL batch, with the duplicate-confirmed flag set
      *          so the nightly run does not flag them a second time.
      *          The run id must hold the confirm function on
      *          VAR1AUTH.DAT; cards it lacks authority for, or for
      *          items over its ceiling, are refused and logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1DCFM.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may decide duplicate suspects -- and up to what
      *    amount -- before any card is honored.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
              88 CNF-CONFIRM VALUE "C".
              88 CNF-DISCARD VALUE "D".

      *    Same 34-byte VALORES-RECORD layout HELLO-COBOL-VAR1
      *    reads, with batch header/trailer views so the confirmed
      *    batch carries its own control totals through STEP010.
       FD  CONFIRM-FILE
           05 CFO-TRANS-TYPE PIC X.
           05 CFO-FILLER-5 PIC X.
           05 CFO-APPROVAL-FLAG PIC X.
           05 CFO-FILLER-6 PIC X.
           05 CFO-CURRENCY PIC X(3).
       01 CONFIRM-BATCH-HEADER.
           05 CFH-REC-ID PIC X(4).
           05 CFH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CFH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 CONFIRM-BATCH-TRAILER.
           05 CFT-REC-ID PIC X(4).
           05 CFT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 CFT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  SUSPECTS-CARRIED
           RECORDING MODE IS F.
       01 CARRIED-SUSPECT-RECORD PIC X(53).

       FD  CONFIRM-REPORT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Columns 7-26 carry the run identifier (the confirming
      *    supervisor's id), in the same position as the other
      *    programs' control cards.
           05 WS-CARRIED-STATUS PIC XX VALUE "00".
           05 WS-DCFMRPT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-SUSPECTS VALUE "Y".
       01 WS-WORK-FIELDS.
           05 WS-CNF-IX PIC 9(3).

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the suspects are read. WS-AUTH-REASON stays blank while
      *    the id may confirm; WS-CARD-REASON is the per-card
      *    verdict, which adds the ceiling test against the item.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.
           05 WS-AUTH-CEILING PIC 9(9)V99 VALUE ZERO.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-AUTHORIZED VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-CONFIRMED-COUNT PIC 9(6) VALUE 0.
           05 WS-DISCARDED-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           05 WS-OUTSTANDING-AMOUNT PIC 9(9)V99 VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

      *    Confirm-batch control totals. Batch number 999997 marks
      *    the batch as confirmation-built (999999 is the recycle
           05 FILLER PIC X(7) VALUE "  OUT: ".
           05 TOT-OUTSTANDING PIC ZZZ,ZZ9.

       01 WS-DENIED-TOTAL-LINE.
           05 FILLER PIC X(38)
              VALUE "CARDS REFUSED - NO AUTHORITY/CEILING: ".
           05 TOT-DENIED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SUSPECTS-IN.
               STOP RUN
           END-IF.

      *    No authority file, no confirmations: the check fails
      *    closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE SUSPECTS-IN
               CLOSE CONFIRM-FILE
               CLOSE SUSPECTS-CARRIED
               CLOSE CONFIRM-REPORT
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
           PERFORM LOAD-CONFIRM-CARDS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-CONFIRM-HEADER.
           CLOSE SUSPECTS-CARRIED.
           CLOSE CONFIRM-REPORT.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Disposition: a matching C card confirms the item back
      *    into the feed, a matching D card discards it as a true
      *    duplicate, and anything without a card carries forward
      *    undecided -- a flagged amount never quietly ages away. A
      *    card the run id has no authority for (or whose item is
      *    over the id's ceiling) decides nothing: the refusal is
      *    logged and the item carries forward as if no card had
      *    come.
       PROCESS-SUSPECT-RECORD.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM FIND-CONFIRMATION.
           IF WS-CONFIRM-FOUND
               PERFORM CHECK-CARD-AUTHORITY
               IF NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-REFUSAL-ENTRY
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "N" TO WS-CNF-FOUND-SWITCH
               END-IF
           END-IF.
           IF WS-CONFIRM-FOUND
               IF WS-CNF-ACTION (WS-CNF-IX) = "C"
                   PERFORM WRITE-CONFIRM-RECORD
                   FROM VAR1-DUP-SUSPECT-RECORD
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD DUP-AMOUNT TO WS-OUTSTANDING-AMOUNT
               IF WS-CARD-AUTHORIZED
                   MOVE "OUTSTANDING" TO DTL-DISPOSITION
               ELSE
                   MOVE "NO AUTHRTY " TO DTL-DISPOSITION
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    confirm function (AUTHREC); any one missing refuses every
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
                       IF NOT AUT-MAY-CONFIRM-DUPS
                           MOVE "A003" TO WS-AUTH-REASON
                       ELSE
                           MOVE AUT-AMOUNT-CEILING
                               TO WS-AUTH-CEILING
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1DCFM - " WS-CONTROL-RUN-ID
                   " NOT AUTHORIZED TO CONFIRM DUPLICATES - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    The ceiling bounds either decision: discarding an item
      *    as a duplicate moves as much money as confirming it.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CARD-AUTHORIZED
               AND WS-AUTH-CEILING > ZERO
               AND DUP-AMOUNT > WS-AUTH-CEILING
               MOVE "A004" TO WS-CARD-REASON
           END-IF.

       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-CONTROL-RUN-ID TO AUDIT-USER-ID.
           MOVE "D" TO AUDIT-REFUSED-FUNCTION.
           MOVE DUP-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1DCFM" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       FIND-CONFIRMATION.
           MOVE "N" TO WS-CNF-FOUND-SWITCH.
           PERFORM VARYING WS-CNF-IX FROM 1 BY 1
      *    The confirmed item is the original feed record rebuilt,
      *    transaction type preserved, with the duplicate-confirmed
      *    flag set so the nightly duplicate check stands aside.
      *    It goes back in the currency and amount it was sent in
      *    (a suspect record from before currencies has neither,
      *    and was base), so the nightly run converts it again.
       WRITE-CONFIRM-RECORD.
           MOVE SPACES TO CONFIRM-RECORD.
           MOVE DUP-VAR1-CODE TO CFO-CODE.
           IF DUP-CURRENCY = SPACES
               MOVE DUP-AMOUNT TO CFO-AMOUNT
           ELSE
               MOVE DUP-ORIG-AMOUNT TO CFO-AMOUNT
               MOVE DUP-CURRENCY TO CFO-CURRENCY
           END-IF.
           MOVE DUP-EFF-DATE TO CFO-EFF-DATE.
           MOVE DUP-STATUS TO CFO-STATUS.
           MOVE DUP-TRANS-TYPE TO CFO-TRANS-TYPE.
           MOVE "D" TO CFO-APPROVAL-FLAG.
           MOVE SPACE TO CFO-FILLER-6.
           ADD CFO-AMOUNT TO WS-CONFIRM-HASH.
           WRITE CONFIRM-RECORD.

           WRITE REPORT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DENIED-COUNT TO TOT-DENIED.
           MOVE WS-DENIED-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VAR1DCFM TOTALS - READ: " WS-READ-COUNT
               " CONFIRMED: " WS-CONFIRMED-COUNT
               " DISCARDED: " WS-DISCARDED-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " OUTSTANDING: " WS-OUTSTANDING-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.

