      ******************************************************************
      * Program: VAR1RCYC
      * Purpose: Reject correction and recycle run over VAR1REJ.DAT.
      *          Reads the R001-R009 rejects HELLO-COBOL-VAR1 wrote,
      *          applies corrections from a correction-card file,
      *          re-emits each corrected item in VALORES-RECORD layout
      *          on the recycle file the nightly STEP010 reads ahead of
      *          unfixed past the aging threshold, carries the rest
      *          forward as next morning's outstanding rejects, and
      *          prints the "rejects outstanding" report by reason
      *          code for the supervisor. Only a run id holding the
      *          correct-rejects function on VAR1AUTH.DAT may recycle
      *          an item, and only up to its ceiling in base
      *          currency; a correction it may not make is refused,
      *          logged to AUDITLOG.DAT, and its reject stays
      *          outstanding.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1RCYC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYCRPT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may correct rejects -- and up to what amount -- before
      *    any correction card is honored; refusals go to the shared
      *    audit trail.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

      *    Dated exchange rates (VAR1FXMT maintains them), read by
      *    key the way the nightly run reads them, so a ceiling is
      *    tested in base currency. OPTIONAL: with no file a non-base
      *    correction can only pass an id with no ceiling.
           SELECT OPTIONAL VAR1-RATES ASSIGN TO VAR1RATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RATES-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
      *    One card per reject to fix, matched on the code as it was
      *    rejected. A blank replacement field keeps the original
      *    value from the reject record, so a card can fix just the
      *    code, just the amount, or any combination. Columns 34-36
      *    re-present the item in another currency -- an R009 sent in
      *    the wrong one -- and a new amount is in whichever currency
      *    the item goes out in.
       FD  CORRECTION-CARDS
           RECORDING MODE IS F.
       01 CORRECTION-CARD.
              PIC 9(8).
           05 CORR-FILLER-4 PIC X.
           05 CORR-NEW-STATUS PIC X.
           05 CORR-FILLER-5 PIC X.
           05 CORR-NEW-CURRENCY PIC X(3).

      *    Same VALORES-RECORD layout HELLO-COBOL-VAR1 reads from its
      *    VALORES DD, so STEP010 can pick this file up ahead of the
      *    supervisor bypass, so the nightly limit and duplicate
      *    checks run against it in full.
           05 RCY-APPROVAL-FLAG PIC X.
      *    The currency the item was sent in, off the reject, so the
      *    nightly run converts the recycled amount afresh.
           05 RCY-FILLER-6 PIC X.
           05 RCY-CURRENCY PIC X(3).
      *    Batch header/trailer views matching the ones HELLO-COBOL-
      *    VAR1 balances in its main read loop, so the recycle batch
      *    carries its own control totals through STEP010 just like
           05 RCH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RCH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 RECYCLE-BATCH-TRAILER.
           05 RCT-REC-ID PIC X(4).
           05 RCT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 RCT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  REJECTS-CARRIED
           RECORDING MODE IS F.
       01 CARRIED-REJECT-RECORD PIC X(77).

       FD  RECYCLE-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

       FD  VAR1-RATES
           RECORDING MODE IS F.
           COPY RATEREC.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Columns 1-3 carry the aging threshold in days (rejects
      *    older than this are dropped from the carry-forward and
      *    flagged AGED on the report; blank takes the default);
      *    columns 7-26 carry the run identifier, in the same position
      *    as the other programs' control cards; columns 34-36 the
      *    base currency, as on the nightly run's card (blank = EUR).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
              PIC 9(3).
           05 FILLER PIC X(3).
           05 SYSIN-RUN-ID PIC X(20).
           05 FILLER PIC X(7).
           05 SYSIN-BASE-CURRENCY PIC X(3).

       WORKING-STORAGE SECTION.

           05 WS-RECYCLE-STATUS PIC XX VALUE "00".
           05 WS-CARRIED-STATUS PIC XX VALUE "00".
           05 WS-RCYCRPT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-RATES-STATUS PIC XX VALUE "00".
           05 WS-RATES-AVAILABLE-SWITCH PIC X VALUE "N".
              88 WS-RATES-AVAILABLE VALUE "Y".
           05 WS-RATE-FOUND-SWITCH PIC X VALUE "N".
              88 WS-RATE-FOUND VALUE "Y".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-REJECTS VALUE "Y".
           05 WS-CORR-EOF-SWITCH PIC X VALUE "N".
       01 WS-CONTROL-CARD-FIELDS.
           05 WS-AGING-DAYS PIC 9(3) VALUE 7.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
           05 WS-BASE-CURRENCY PIC X(3) VALUE "EUR".

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the rejects are read. WS-AUTH-REASON stays blank while the
      *    id may correct; WS-CARD-REASON is the per-card verdict,
      *    which adds the ceiling test against the amount the
      *    corrected item would post.
       01 WS-AUTHORITY-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.
           05 WS-AUTH-CEILING PIC 9(9)V99 VALUE ZERO.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-AUTHORIZED VALUE SPACES.
           05 WS-CORRECTED-AMOUNT PIC 9(7)V99 VALUE ZERO.
           05 WS-CORRECTED-BASE-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-RATE-KEY.
               10 WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
               10 WS-RATE-DATE PIC 9(8) VALUE ZERO.

      *    Correction cards are loaded up front so each reject can be
      *    matched as it is read; WS-CORR-USED stops one card from
               10 WS-CORR-NEW-EFF-DATE-NUM
                  REDEFINES WS-CORR-NEW-EFF-DATE PIC 9(8).
               10 WS-CORR-NEW-STATUS PIC X.
               10 WS-CORR-NEW-CURRENCY PIC X(3).
               10 WS-CORR-USED PIC X.
                  88 WS-CORR-IS-USED VALUE "Y".

      *    Outstanding counts by reason code for the supervisor's
      *    report; the fixed entries cover HELLO-COBOL-VAR1's R001-R009
      *    and a catch-all for anything else found on the file.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 10 TIMES.
               10 WS-REASON-CODE PIC X(4).
               10 WS-REASON-TEXT PIC X(30).
               10 WS-REASON-COUNT PIC 9(6).
           05 WS-RECYCLED-COUNT PIC 9(6) VALUE 0.
           05 WS-AGED-COUNT PIC 9(6) VALUE 0.
           05 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

      *    Recycle-batch control totals for the header/trailer pair
      *    around the recycle file. Batch number 999999 marks the
           05 FILLER PIC X(7) VALUE "  OUT: ".
           05 TOT-OUTSTANDING PIC ZZZ,ZZ9.

       01 WS-DENIED-TOTAL-LINE.
           05 FILLER PIC X(38)
              VALUE "CARDS REFUSED - NO AUTHORITY/CEILING: ".
           05 TOT-DENIED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT VAR1-REJECTS.
               STOP RUN
           END-IF.

      *    No authority file, no recycling: the check fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-REJECTS
               CLOSE RECYCLE-FILE
               CLOSE REJECTS-CARRIED
               CLOSE RECYCLE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-REJECTS
               CLOSE RECYCLE-FILE
               CLOSE REJECTS-CARRIED
               CLOSE RECYCLE-REPORT
               CLOSE VAR1-AUTHORITY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VAR1-RATES.
           IF WS-RATES-STATUS = "00"
               SET WS-RATES-AVAILABLE TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
      *    Prefer the SYSIN-supplied run id over ENVIRONMENT "USER",
      *    the same fallback VAR1MAINT and VAR1LMNT use.
           IF WS-CONTROL-RUN-ID NOT = SPACES
               MOVE WS-CONTROL-RUN-ID TO WS-USER-ID
           ELSE
               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM LOAD-CORRECTION-CARDS.
           PERFORM INITIALIZE-REASON-TABLE.
           PERFORM COMPUTE-AGING-CUTOFF.
           CLOSE RECYCLE-FILE.
           CLOSE REJECTS-CARRIED.
           CLOSE RECYCLE-REPORT.
           CLOSE VAR1-AUTHORITY.
           IF WS-RATES-AVAILABLE
               CLOSE VAR1-RATES
           END-IF.
           CLOSE AUDIT-LOG.
           STOP RUN.

      *    Disposition order: a correction beats aging (a fixed item
      *    is recycled no matter how old), aging beats carry-forward,
      *    and anything left is outstanding for the supervisor to
      *    chase. A correction the run id may not make is refused
      *    and logged, and its reject goes on as if no card had
      *    come.
       PROCESS-REJECT-RECORD.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM FIND-CORRECTION.
           IF WS-CORRECTION-FOUND
               PERFORM CHECK-CARD-AUTHORITY
               IF NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-REFUSAL-ENTRY
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "N" TO WS-CORR-FOUND-SWITCH
               END-IF
           END-IF.
           IF WS-CORRECTION-FOUND
               PERFORM WRITE-RECYCLE-RECORD
               ADD 1 TO WS-RECYCLED-COUNT
                   WRITE CARRIED-REJECT-RECORD FROM VAR1-REJECT-RECORD
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   PERFORM COUNT-OUTSTANDING-REASON
                   IF WS-CARD-AUTHORIZED
                       MOVE "OUTSTANDING" TO DTL-DISPOSITION
                   ELSE
                       MOVE "NO AUTHRTY " TO DTL-DISPOSITION
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    correct-rejects function (AUTHREC); any one missing
      *    refuses every correction card in the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE ZERO TO WS-AUTH-CEILING.
           MOVE WS-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-CORRECT-REJECTS
                           MOVE "A003" TO WS-AUTH-REASON
                       ELSE
                           MOVE AUT-AMOUNT-CEILING
                               TO WS-AUTH-CEILING
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1RCYC - " WS-USER-ID
                   " NOT AUTHORIZED TO CORRECT REJECTS - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    The ceiling is a base-currency figure, tested against the
      *    amount the item would re-present with -- the card's new
      *    amount, or the rejected amount when the card leaves it
      *    blank -- converted to base at the VAR1RATE rate for the
      *    currency and effective date it would go out with, as the
      *    nightly run converts it. A non-base item with no active
      *    rate for that day cannot be measured against the ceiling
      *    and is refused A004; an id with no ceiling needs no rate.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CORR-NEW-AMOUNT (WS-REJECT-IX) NOT = SPACES
               MOVE WS-CORR-NEW-AMOUNT-NUM (WS-REJECT-IX)
                   TO WS-CORRECTED-AMOUNT
           ELSE
               MOVE REJ-ORIG-AMOUNT TO WS-CORRECTED-AMOUNT
           END-IF.
           IF WS-CARD-AUTHORIZED
               AND WS-AUTH-CEILING > ZERO
               PERFORM CONVERT-CORRECTED-AMOUNT
               IF WS-CARD-AUTHORIZED
                   AND WS-CORRECTED-BASE-AMOUNT > WS-AUTH-CEILING
                   MOVE "A004" TO WS-CARD-REASON
               END-IF
           END-IF.

      *    Currency and effective date as WRITE-RECYCLE-RECORD will
      *    emit them; a blank currency is the base.
       CONVERT-CORRECTED-AMOUNT.
           IF WS-CORR-NEW-CURRENCY (WS-REJECT-IX) NOT = SPACES
               MOVE WS-CORR-NEW-CURRENCY (WS-REJECT-IX)
                   TO WS-RATE-CURRENCY
           ELSE
               MOVE REJ-ORIG-CURRENCY TO WS-RATE-CURRENCY
           END-IF.
           IF WS-RATE-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-RATE-CURRENCY
           END-IF.
           IF WS-CORR-NEW-EFF-DATE (WS-REJECT-IX) NOT = SPACES
               MOVE WS-CORR-NEW-EFF-DATE-NUM (WS-REJECT-IX)
                   TO WS-RATE-DATE
           ELSE
               MOVE REJ-ORIG-EFF-DATE TO WS-RATE-DATE
           END-IF.
           IF WS-RATE-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-CORRECTED-AMOUNT TO WS-CORRECTED-BASE-AMOUNT
           ELSE
               PERFORM LOOKUP-EXCHANGE-RATE
               IF WS-RATE-FOUND
                   COMPUTE WS-CORRECTED-BASE-AMOUNT ROUNDED =
                       WS-CORRECTED-AMOUNT * RTE-RATE
                       ON SIZE ERROR
                           MOVE "A004" TO WS-CARD-REASON
                   END-COMPUTE
               ELSE
                   MOVE "A004" TO WS-CARD-REASON
               END-IF
           END-IF.

      *    Only an active rate above zero counts, the same test the
      *    nightly run applies.
       LOOKUP-EXCHANGE-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           IF WS-RATES-AVAILABLE
               MOVE WS-RATE-KEY TO RTE-KEY
               READ VAR1-RATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RTE-STATUS-ACTIVE
                           AND RTE-RATE > ZERO
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "C" TO AUDIT-REFUSED-FUNCTION.
           MOVE REJ-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1RCYC" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       FIND-CORRECTION.
           MOVE "N" TO WS-CORR-FOUND-SWITCH.
           PERFORM VARYING WS-REJECT-IX FROM 1 BY 1
           ELSE
               MOVE REJ-ORIG-STATUS TO RCY-STATUS
           END-IF.
           IF WS-CORR-NEW-CURRENCY (WS-REJECT-IX) NOT = SPACES
               MOVE WS-CORR-NEW-CURRENCY (WS-REJECT-IX)
                   TO RCY-CURRENCY
           ELSE
               MOVE REJ-ORIG-CURRENCY TO RCY-CURRENCY
           END-IF.
           MOVE SPACE TO RCY-FILLER-1.
           MOVE SPACE TO RCY-FILLER-2.
           MOVE SPACE TO RCY-FILLER-3.
           MOVE SPACE TO RCY-FILLER-4.
           MOVE SPACE TO RCY-FILLER-5.
           MOVE SPACE TO RCY-FILLER-6.
           MOVE SPACE TO RCY-APPROVAL-FLAG.
      *    The transaction type always carries over from the reject:
      *    a corrected reversal must re-present as a reversal, not

       COUNT-OUTSTANDING-REASON.
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX >= 10
                   OR WS-REASON-CODE (WS-REASON-IX) = REJ-REASON-CODE
               CONTINUE
           END-PERFORM.
                               AND CORR-NEW-AMOUNT IS NOT NUMERIC)
                           OR (CORR-NEW-EFF-DATE NOT = SPACES
                               AND CORR-NEW-EFF-DATE IS NOT NUMERIC)
                           OR (CORR-NEW-CURRENCY NOT = SPACES
                               AND CORR-NEW-CURRENCY
                                   IS NOT ALPHABETIC-UPPER)
                           DISPLAY "BAD CORRECTION CARD IGNORED: "
                               CORRECTION-CARD
                       ELSE
                   WS-CORR-NEW-EFF-DATE (WS-CORR-COUNT)
               MOVE CORR-NEW-STATUS TO
                   WS-CORR-NEW-STATUS (WS-CORR-COUNT)
               MOVE CORR-NEW-CURRENCY TO
                   WS-CORR-NEW-CURRENCY (WS-CORR-COUNT)
               MOVE "N" TO WS-CORR-USED (WS-CORR-COUNT)
           ELSE
               DISPLAY "CORRECTION TABLE FULL - CARD FOR "
           MOVE "NO MATCHING ORIGINAL POSTING" TO WS-REASON-TEXT (7).
           MOVE "R008" TO WS-REASON-CODE (8).
           MOVE "EFFECTIVE DATE PERIOD CLOSED" TO WS-REASON-TEXT (8).
           MOVE "R009" TO WS-REASON-CODE (9).
           MOVE "NO EXCHANGE RATE FOR CURRENCY" TO WS-REASON-TEXT (9).
           MOVE "OTHR" TO WS-REASON-CODE (10).
           MOVE "UNRECOGNIZED REASON CODE" TO WS-REASON-TEXT (10).
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > 10
               MOVE ZERO TO WS-REASON-COUNT (WS-REASON-IX)
               MOVE ZERO TO WS-REASON-AMOUNT (WS-REASON-IX)
           END-PERFORM.
                       IF SYSIN-RUN-ID NOT = SPACES
                           MOVE SYSIN-RUN-ID TO WS-CONTROL-RUN-ID
                       END-IF
                       IF SYSIN-BASE-CURRENCY NOT = SPACES
                           MOVE SYSIN-BASE-CURRENCY
                               TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
                   UNTIL WS-REASON-IX > 10
               IF WS-REASON-COUNT (WS-REASON-IX) > 0
                   MOVE WS-REASON-CODE (WS-REASON-IX)
                       TO SUM-REASON-CODE
           WRITE REPORT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DENIED-COUNT TO TOT-DENIED.
           MOVE WS-DENIED-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VAR1RCYC TOTALS - READ: " WS-READ-COUNT
               " RECYCLED: " WS-RECYCLED-COUNT
               " AGED: " WS-AGED-COUNT
               " OUTSTANDING: " WS-OUTSTANDING-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " RUN ID: " WS-USER-ID.

       END PROGRAM VAR1RCYC.
