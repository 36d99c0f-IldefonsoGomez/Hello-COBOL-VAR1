      ******************************************************************
      * Program: VAR1ATMT
      * Purpose: Maintain the operator authority file VAR1AUTH.DAT
      *          (grant/change/revoke) from a batch of maintenance
      *          cards, the same batch way VAR1LMNT maintains the
      *          limits -- a transaction-type field drives each card,
      *          bad cards land on a reject file, and every applied
      *          change is logged to the shared AUDITLOG.DAT as a
      *          type U entry naming the id whose authority changed.
      *          The run id must itself hold the maintain-authority
      *          function, and may not touch its own entry, so no
      *          one can widen their own authority; a refused card
      *          is logged as a type A entry like any other program's
      *          refusal. The one exception is the very first run
      *          against an empty file, which has to be able to
      *          enter the first administrator. The maintain-limits
      *          function (L) granted here covers all reference-data
      *          maintenance: limits (VAR1LMNT), exchange rates
      *          (VAR1FXMT), standing orders (VAR1SOMT) and GL
      *          account mapping (VAR1AMNT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1ATMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames throughout, same convention as every other
      *    program in this suite; JCL/VAR1ATMTJ.JCL supplies the
      *    matching DD statements.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUTH-TRANS ASSIGN TO VAR1UTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT AUTH-REJECTS ASSIGN TO VAR1UREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UREJECTS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    One card per authority change: a leading transaction type
      *    (A grant a new id, C replace an id's functions, ceiling,
      *    and status, D revoke the id outright) in front of the id,
      *    its nine function flags in AUTHREC order, the ceiling,
      *    and the status. The ceiling rides as characters behind a
      *    REDEFINES so a hand-keyed non-numeric card can be caught
      *    and rejected instead of abending the arithmetic; blank
      *    means no ceiling.
       FD  AUTH-TRANS
           RECORDING MODE IS F.
       01 AUTH-TRANS-RECORD.
           05 UTX-TRANS-TYPE PIC X.
              88 UTX-TRANS-ADD VALUE "A".
              88 UTX-TRANS-CHANGE VALUE "C".
              88 UTX-TRANS-DELETE VALUE "D".
           05 UTX-FILLER-1 PIC X.
           05 UTX-USER-ID PIC X(20).
           05 UTX-FILLER-2 PIC X.
           05 UTX-FUNCTION-FLAGS.
               10 UTX-FUNCTION-FLAG PIC X OCCURS 9 TIMES.
           05 UTX-FILLER-3 PIC X.
           05 UTX-CEILING PIC X(11).
           05 UTX-CEILING-NUM REDEFINES UTX-CEILING PIC 9(9)V99.
           05 UTX-FILLER-4 PIC X.
           05 UTX-STATUS PIC X.

      *    Same shape as the other maintenance reject files, widened
      *    to carry the full 20-byte id in place of a VAR1 code.
       FD  AUTH-REJECTS
           RECORDING MODE IS F.
       01 AUTH-REJECT-RECORD.
           05 UREJ-USER-ID PIC X(20).
           05 UREJ-FILLER-1 PIC X.
           05 UREJ-REASON-CODE PIC X(4).
           05 UREJ-FILLER-2 PIC X.
           05 UREJ-REASON-TEXT PIC X(30).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Columns 1-6 reserved, columns 7-26 the run identifier,
      *    the same single control-card layout the other programs
      *    share. Here the run id is the administrator making the
      *    change, stamped on each entry as AUT-GRANTED-BY.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 FILLER PIC X(6).
           05 SYSIN-RUN-ID PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-TRANS-STATUS PIC XX VALUE "00".
           05 WS-UREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".
      *    Set when the file held no entries at all at open: the
      *    run that enters the first administrator cannot be asked
      *    to show authority nobody has been granted yet.
           05 WS-BOOTSTRAP-SWITCH PIC X VALUE "N".
              88 WS-BOOTSTRAP-RUN VALUE "Y".
           05 WS-FLAGS-VALID-SWITCH PIC X VALUE "Y".
              88 WS-FLAGS-VALID VALUE "Y".

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the cards are read. WS-AUTH-REASON stays blank while the
      *    id may maintain authority; WS-CARD-REASON is the per-card
      *    verdict, which adds the own-entry test.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-AUTHORIZED VALUE SPACES.

       01 WS-WORK-FIELDS.
           05 WS-FLAG-IX PIC 9(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).

       01 WS-MAINT-COUNTERS.
           05 WS-ADD-COUNT PIC 9(6) VALUE 0.
           05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
           05 WS-DELETE-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VAR1-AUTHORITY.
           IF WS-AUTH-STATUS = "35"
               OPEN OUTPUT VAR1-AUTHORITY
               CLOSE VAR1-AUTHORITY
               OPEN I-O VAR1-AUTHORITY
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AUTH-TRANS.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1UTRN.DAT - STATUS "
                   WS-TRANS-STATUS
               CLOSE VAR1-AUTHORITY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUTH-REJECTS.
           IF WS-UREJECTS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1UREJ.DAT - STATUS "
                   WS-UREJECTS-STATUS
               CLOSE VAR1-AUTHORITY
               CLOSE AUTH-TRANS
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
               CLOSE VAR1-AUTHORITY
               CLOSE AUTH-TRANS
               CLOSE AUTH-REJECTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
      *    Granting authority is the most sensitive maintenance in
      *    the suite; an anonymous run would leave AUT-GRANTED-BY
      *    meaningless (same rule as VAR1CLOS).
           IF WS-CONTROL-RUN-ID = SPACES
               DISPLAY "VAR1ATMT - RUN ID REQUIRED ON SYSIN"
               CLOSE VAR1-AUTHORITY
               CLOSE AUTH-TRANS
               CLOSE AUTH-REJECTS
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CONTROL-RUN-ID TO WS-USER-ID.
           PERFORM CHECK-FOR-EMPTY-FILE.
           PERFORM CHECK-OPERATOR-AUTHORITY.

           PERFORM UNTIL WS-EOF-TRANS
               READ AUTH-TRANS
                   AT END
                       SET WS-EOF-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-AUTH-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "VAR1ATMT TOTALS - GRANTS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " REVOKES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " RUN ID: " WS-USER-ID.

           CLOSE VAR1-AUTHORITY.
           CLOSE AUTH-TRANS.
           CLOSE AUTH-REJECTS.
           CLOSE AUDIT-LOG.
           STOP RUN.

      *    Authority is settled first: a card the run id may not
      *    apply goes no further. Adds and changes then need clean
      *    flags and a numeric (or blank) ceiling; deletes carry
      *    neither, so those fields are not examined for them.
       PROCESS-AUTH-TRANSACTION.
           PERFORM CHECK-CARD-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-AUTH-REFUSAL
               WHEN UTX-USER-ID = SPACES
                   MOVE "R106" TO UREJ-REASON-CODE
                   MOVE "USER ID IS BLANK" TO UREJ-REASON-TEXT
                   PERFORM WRITE-AUTH-REJECT
               WHEN UTX-TRANS-ADD OR UTX-TRANS-CHANGE
                   PERFORM VALIDATE-FUNCTION-FLAGS
                   IF UTX-CEILING NOT = SPACES
                       AND UTX-CEILING IS NOT NUMERIC
                       MOVE "R104" TO UREJ-REASON-CODE
                       MOVE "CEILING AMOUNT NOT NUMERIC"
                           TO UREJ-REASON-TEXT
                       PERFORM WRITE-AUTH-REJECT
                   ELSE
                       IF NOT WS-FLAGS-VALID
                           MOVE "R105" TO UREJ-REASON-CODE
                           MOVE "FUNCTION FLAG NOT Y OR N"
                               TO UREJ-REASON-TEXT
                           PERFORM WRITE-AUTH-REJECT
                       ELSE
                           IF UTX-TRANS-ADD
                               PERFORM PROCESS-ADD
                           ELSE
                               PERFORM PROCESS-CHANGE
                           END-IF
                       END-IF
                   END-IF
               WHEN UTX-TRANS-DELETE
                   PERFORM PROCESS-DELETE
               WHEN OTHER
                   MOVE "R100" TO UREJ-REASON-CODE
                   MOVE "UNKNOWN TRANSACTION TYPE" TO UREJ-REASON-TEXT
                   PERFORM WRITE-AUTH-REJECT
           END-EVALUATE.

      *    A blank flag is taken as N, so a card need only mark the
      *    functions it grants; anything other than Y, N, or blank
      *    is a keying error, not a grant.
       VALIDATE-FUNCTION-FLAGS.
           MOVE "Y" TO WS-FLAGS-VALID-SWITCH.
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > 9
               IF UTX-FUNCTION-FLAG (WS-FLAG-IX) = SPACE
                   MOVE "N" TO UTX-FUNCTION-FLAG (WS-FLAG-IX)
               END-IF
               IF UTX-FUNCTION-FLAG (WS-FLAG-IX) NOT = "Y"
                   AND UTX-FUNCTION-FLAG (WS-FLAG-IX) NOT = "N"
                   MOVE "N" TO WS-FLAGS-VALID-SWITCH
               END-IF
           END-PERFORM.

       PROCESS-ADD.
           MOVE UTX-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   PERFORM BUILD-AUTHORITY-RECORD
                   WRITE VAR1-AUTHORITY-RECORD
                       INVALID KEY
                           MOVE "R103" TO UREJ-REASON-CODE
                           MOVE "AUTHORITY WRITE FAILED"
                               TO UREJ-REASON-TEXT
                           PERFORM WRITE-AUTH-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-WRITE
               NOT INVALID KEY
                   MOVE "R101" TO UREJ-REASON-CODE
                   MOVE "USER ID ALREADY EXISTS" TO UREJ-REASON-TEXT
                   PERFORM WRITE-AUTH-REJECT
           END-READ.

       PROCESS-CHANGE.
           MOVE UTX-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "R102" TO UREJ-REASON-CODE
                   MOVE "USER ID NOT FOUND" TO UREJ-REASON-TEXT
                   PERFORM WRITE-AUTH-REJECT
               NOT INVALID KEY
                   PERFORM BUILD-AUTHORITY-RECORD
                   REWRITE VAR1-AUTHORITY-RECORD
                       INVALID KEY
                           MOVE "R103" TO UREJ-REASON-CODE
                           MOVE "AUTHORITY REWRITE FAILED"
                               TO UREJ-REASON-TEXT
                           PERFORM WRITE-AUTH-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-REWRITE
           END-READ.

       PROCESS-DELETE.
           MOVE UTX-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "R102" TO UREJ-REASON-CODE
                   MOVE "USER ID NOT FOUND" TO UREJ-REASON-TEXT
                   PERFORM WRITE-AUTH-REJECT
               NOT INVALID KEY
                   DELETE VAR1-AUTHORITY
                       INVALID KEY
                           MOVE "R103" TO UREJ-REASON-CODE
                           MOVE "AUTHORITY DELETE FAILED"
                               TO UREJ-REASON-TEXT
                           PERFORM WRITE-AUTH-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-DELETE
           END-READ.

      *    An add or change replaces the whole grant -- flags,
      *    ceiling, and status -- so the card on file is always the
      *    complete statement of what the id may do. A blank card
      *    status defaults the entry active; only an explicit I
      *    suspends it without revoking it.
       BUILD-AUTHORITY-RECORD.
           MOVE SPACES TO VAR1-AUTHORITY-RECORD.
           MOVE UTX-USER-ID TO AUT-USER-ID.
           MOVE UTX-FUNCTION-FLAGS TO AUT-FUNCTION-FLAGS.
           IF UTX-CEILING = SPACES
               MOVE ZERO TO AUT-AMOUNT-CEILING
           ELSE
               MOVE UTX-CEILING-NUM TO AUT-AMOUNT-CEILING
           END-IF.
           IF UTX-STATUS = "I"
               SET AUT-STATUS-INACTIVE TO TRUE
           ELSE
               SET AUT-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-USER-ID TO AUT-GRANTED-BY.
           MOVE WS-RUN-YYYY TO AUT-LU-YYYY.
           MOVE WS-RUN-MM TO AUT-LU-MM.
           MOVE WS-RUN-DD TO AUT-LU-DD.

      *    Positioned read of the first key: no record means a file
      *    nobody has been entered on yet.
       CHECK-FOR-EMPTY-FILE.
           MOVE LOW-VALUES TO AUT-USER-ID.
           START VAR1-AUTHORITY KEY IS NOT LESS THAN AUT-USER-ID
               INVALID KEY
                   SET WS-BOOTSTRAP-RUN TO TRUE
           END-START.
           IF WS-BOOTSTRAP-RUN
               DISPLAY "VAR1ATMT - VAR1AUTH.DAT IS EMPTY - "
                   "INITIAL LOAD BY " WS-USER-ID
           END-IF.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    maintain-authority function (AUTHREC); any one missing
      *    refuses every card in the run. The initial load of an
      *    empty file is the only run exempt.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           IF NOT WS-BOOTSTRAP-RUN
               MOVE WS-USER-ID TO AUT-USER-ID
               READ VAR1-AUTHORITY
                   INVALID KEY
                       MOVE "A001" TO WS-AUTH-REASON
                   NOT INVALID KEY
                       IF NOT AUT-STATUS-ACTIVE
                           MOVE "A002" TO WS-AUTH-REASON
                       ELSE
                           IF NOT AUT-MAY-MAINTAIN-AUTHORITY
                               MOVE "A003" TO WS-AUTH-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1ATMT - " WS-USER-ID
                   " NOT AUTHORIZED TO MAINTAIN AUTHORITY - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    No one maintains their own entry: widening (or quietly
      *    restoring) one's own authority takes a second
      *    administrator, the same second pair of eyes VAR1MAPP
      *    demands for the master.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CARD-AUTHORIZED
               AND NOT WS-BOOTSTRAP-RUN
               AND UTX-USER-ID = WS-USER-ID
               MOVE "A005" TO WS-CARD-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, and is logged as a type A refusal so the quarterly
      *    review sees it.
       WRITE-AUTH-REFUSAL.
           MOVE WS-CARD-REASON TO UREJ-REASON-CODE.
           EVALUATE WS-CARD-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO UREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO UREJ-REASON-TEXT
               WHEN "A003"
                   MOVE "AUTHORITY FUNCTION NOT GRANTED"
                       TO UREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "OWN ENTRY - SECOND ADMIN NEEDED"
                       TO UREJ-REASON-TEXT
           END-EVALUATE.
           MOVE UTX-USER-ID TO UREJ-USER-ID.
           MOVE SPACE TO UREJ-FILLER-1.
           MOVE SPACE TO UREJ-FILLER-2.
           WRITE AUTH-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "U" TO AUDIT-REFUSED-FUNCTION.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1ATMT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-AUTH-REJECT.
           MOVE UTX-USER-ID TO UREJ-USER-ID.
           MOVE SPACE TO UREJ-FILLER-1.
           MOVE SPACE TO UREJ-FILLER-2.
           WRITE AUTH-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

      *    Type U entries on the shared audit trail, one per grant,
      *    change, or revocation applied: the administrator is the
      *    entry's user id, the id whose authority changed is the
      *    payload.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-AUTHORITY TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE UTX-TRANS-TYPE TO AUDIT-AUTH-TRANS-TYPE.
           MOVE UTX-USER-ID TO AUDIT-AUTH-TARGET-ID.
           WRITE AUDIT-LOG-RECORD.

       READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-RUN-ID NOT = SPACES
                           MOVE SYSIN-RUN-ID TO WS-CONTROL-RUN-ID
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

       END PROGRAM VAR1ATMT.
