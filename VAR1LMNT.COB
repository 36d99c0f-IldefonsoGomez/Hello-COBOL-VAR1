      *          every applied change is logged to the shared
      *          AUDITLOG.DAT. The nightly HELLO-COBOL-VAR1 run reads
      *          the limits this program keeps to divert over-limit
      *          VALORES details to suspense. Only a run id holding
      *          the maintain-limits function on VAR1AUTH.DAT may
      *          apply a card, and no limit may be set above that
      *          id's ceiling; a refused card lands on the reject
      *          file and is logged as a type A audit entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1LMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may maintain limits -- and how high it may set one.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Columns 1-6 reserved, columns 7-26 the run identifier,
      *    the same single control-card layout the other programs
      *    share.
           05 WS-TRANS-STATUS PIC XX VALUE "00".
           05 WS-LREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the cards are read. WS-AUTH-REASON stays blank while the
      *    id may maintain limits; WS-CARD-REASON is the per-card
      *    verdict, which adds the ceiling test on adds/changes.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.
           05 WS-AUTH-CEILING PIC 9(9)V99 VALUE ZERO.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-AUTHORIZED VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
           05 WS-DELETE-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

      *    No authority file, no limit changes: the check fails
      *    closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-LIMITS
               CLOSE LIMIT-TRANS
               CLOSE LIMIT-REJECTS
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           ELSE
               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.

           PERFORM UNTIL WS-EOF-TRANS
               READ LIMIT-TRANS
           DISPLAY "VAR1LMNT TOTALS - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT.

           CLOSE VAR1-LIMITS.
           CLOSE LIMIT-TRANS.
           CLOSE LIMIT-REJECTS.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Adds and changes need a clean numeric limit before the
      *    REDEFINES is trusted; deletes carry no amount, so the
      *    field is not examined for them. Authority is settled
      *    first: a card the run id may not apply goes no further.
       PROCESS-LIMIT-TRANSACTION.
           PERFORM CHECK-CARD-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-LIMIT-REFUSAL
               WHEN LTX-TRANS-ADD OR LTX-TRANS-CHANGE
                   IF LTX-LIMIT-AMOUNT IS NOT NUMERIC
                       MOVE "R104" TO LREJ-REASON-CODE
               SET LMT-STATUS-ACTIVE TO TRUE
           END-IF.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    maintain-limits function (AUTHREC); any one missing
      *    refuses every card in the run.
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
                       IF NOT AUT-MAY-MAINTAIN-LIMITS
                           MOVE "A003" TO WS-AUTH-REASON
                       ELSE
                           MOVE AUT-AMOUNT-CEILING
                               TO WS-AUTH-CEILING
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1LMNT - " WS-USER-ID
                   " NOT AUTHORIZED TO MAINTAIN LIMITS - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    The ceiling caps the limit an add or change may set; a
      *    non-numeric amount is left for the R104 test to reject.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CARD-AUTHORIZED
               AND (LTX-TRANS-ADD OR LTX-TRANS-CHANGE)
               AND LTX-LIMIT-AMOUNT IS NUMERIC
               AND WS-AUTH-CEILING > ZERO
               AND LTX-LIMIT-AMOUNT-NUM > WS-AUTH-CEILING
               MOVE "A004" TO WS-CARD-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, but is logged as a type A refusal rather than an M
      *    REJECTED entry, so the quarterly review sees it.
       WRITE-LIMIT-REFUSAL.
           MOVE WS-CARD-REASON TO LREJ-REASON-CODE.
           EVALUATE WS-CARD-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO LREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO LREJ-REASON-TEXT
               WHEN "A003"
                   MOVE "LIMITS FUNCTION NOT GRANTED"
                       TO LREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "LIMIT ABOVE OPERATOR CEILING"
                       TO LREJ-REASON-TEXT
           END-EVALUATE.
           MOVE LTX-VAR1-CODE TO LREJ-VAR1-CODE.
           MOVE SPACE TO LREJ-FILLER-1.
           MOVE SPACE TO LREJ-FILLER-2.
           WRITE LIMIT-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "L" TO AUDIT-REFUSED-FUNCTION.
           MOVE LTX-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1LMNT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-LIMIT-REJECT.
           MOVE LTX-VAR1-CODE TO LREJ-VAR1-CODE.
           MOVE SPACE TO LREJ-FILLER-1.
