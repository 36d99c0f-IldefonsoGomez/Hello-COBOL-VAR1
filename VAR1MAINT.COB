      * Program: VAR1MAINT
      * Purpose: Front half of the dual-control master maintenance:
      *          validates a batch of VAR1MTRN maintenance
      *          transactions (add/change/delete, or retire a code
      *          into a successor, driven by the transaction-type
      *          field) and stages the good ones to
      *          the VAR1PNDC pending-changes queue WITHOUT touching
      *          VAR1MSTR.DAT. VAR1MAPP is the second half: a
      *          different user approves or voids each staged change
      *          The auditors' finding this answers: one person
      *          could create a code and push postings through it
      *          the same night. Each staging is still logged here
      *          (result STAGED) to the shared AUDITLOG.DAT. Only a
      *          submitter holding the stage function on VAR1AUTH.DAT
      *          may stage; anyone else's cards land on the reject
      *          file and are logged as type A refusals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1MAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *    Operator authority file, read by key to confirm the
      *    submitter may stage master changes at all.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
              88 MTX-TRANS-ADD VALUE "A".
              88 MTX-TRANS-CHANGE VALUE "C".
              88 MTX-TRANS-DELETE VALUE "D".
              88 MTX-TRANS-RETIRE VALUE "R".
           05 MTX-FILLER-1 PIC X.
           COPY VAR1REC REPLACING
               ==01 VAR1-RECORD.== BY ==  ==,
       01 MAINT-TRANS-OVERLAY.
           05 FILLER PIC X(2).
           05 MTX-TRANS-IMAGE PIC X(61).
      *    A retire card names the successor in the first five
      *    description columns (card columns 8-12); the rest of the
      *    image is unused. The successor rides the staged image to
      *    VAR1MAPP like any other field.
       01 MAINT-RETIRE-OVERLAY.
           05 FILLER PIC X(7).
           05 MTX-SUCCESSOR-CODE PIC X(5).

       FD  MAINT-REJECTS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY PNDCREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Run identifier supplied on an optional SYSIN control card
      *    (JCL job name or a system symbol such as &SYSUID.), same
      *    mechanism added to HELLO-COBOL-VAR1.COB, since ENVIRONMENT
           05 WS-MREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-PENDING-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
      *    Blank while the submitter may stage; otherwise the A0nn
      *    refusal reason every card in the run is turned away with.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
       01 WS-MAINT-COUNTERS.
           05 WS-STAGED-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

      *    No authority file, no staging: the check fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE MAINT-TRANS
               CLOSE MAINT-REJECTS
               CLOSE AUDIT-LOG
               CLOSE PENDING-CHANGES
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
               READ MAINT-TRANS

           DISPLAY "VAR1MAINT TOTALS - STAGED: " WS-STAGED-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " SUBMITTER: " WS-USER-ID.

           CLOSE MAINT-TRANS.
           CLOSE MAINT-REJECTS.
           CLOSE AUDIT-LOG.
           CLOSE PENDING-CHANGES.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Only the card's shape is judged here -- whether the code
      *    while the submitter is still around to fix the card.
       PROCESS-MAINT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT WS-RUN-ID-AUTHORIZED
                   PERFORM WRITE-MAINT-REFUSAL
               WHEN MTX-TRANS-ADD OR MTX-TRANS-CHANGE
                   IF MTX-VAR1-AMOUNT IS NOT NUMERIC
                       MOVE "R104" TO MREJ-REASON-CODE
                   END-IF
               WHEN MTX-TRANS-DELETE
                   PERFORM STAGE-TRANSACTION
               WHEN MTX-TRANS-RETIRE
                   IF MTX-SUCCESSOR-CODE = SPACES
                       OR MTX-SUCCESSOR-CODE = MTX-VAR1-CODE
                       MOVE "R110" TO MREJ-REASON-CODE
                       MOVE "SUCCESSOR MISSING OR SAME CODE"
                           TO MREJ-REASON-TEXT
                       PERFORM WRITE-MAINT-REJECT
                   ELSE
                       PERFORM STAGE-TRANSACTION
                   END-IF
               WHEN OTHER
                   MOVE "R100" TO MREJ-REASON-CODE
                   MOVE "UNKNOWN TRANSACTION TYPE" TO MREJ-REASON-TEXT
           MOVE "STAGED   " TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-ENTRY.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    stage function (AUTHREC); any one missing refuses every
      *    card in the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE WS-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-STAGE-MAINT
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1MAINT - " WS-USER-ID
                   " NOT AUTHORIZED TO STAGE CHANGES - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, but is logged as a type A refusal rather than an M
      *    REJECTED entry, so the quarterly review sees it.
       WRITE-MAINT-REFUSAL.
           MOVE WS-AUTH-REASON TO MREJ-REASON-CODE.
           EVALUATE WS-AUTH-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO MREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO MREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "STAGE FUNCTION NOT GRANTED"
                       TO MREJ-REASON-TEXT
           END-EVALUATE.
           MOVE MTX-VAR1-CODE TO MREJ-VAR1-CODE.
           MOVE SPACE TO MREJ-FILLER-1.
           MOVE SPACE TO MREJ-FILLER-2.
           WRITE MAINT-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "S" TO AUDIT-REFUSED-FUNCTION.
           MOVE MTX-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1MAIN" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-MAINT-REJECT.
           MOVE MTX-VAR1-CODE TO MREJ-VAR1-CODE.
           MOVE SPACE TO MREJ-FILLER-1.
