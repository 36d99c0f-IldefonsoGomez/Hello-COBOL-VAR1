      ******************************************************************
      * Program: VAR1SOMT
      * Purpose: Maintain the standing-order file VAR1SORD.DAT (add/
      *          change/delete) from a batch of maintenance
      *          transactions, the same batch way VAR1LMNT maintains
      *          the limits -- a transaction-type field drives each
      *          input record, bad cards land on a reject file, and
      *          every applied change is logged to the shared
      *          AUDITLOG.DAT. VAR1SOGN reads the orders this program
      *          keeps and generates each one's occurrences into the
      *          nightly feed, so the recurring amounts are no longer
      *          keyed by hand at the source every cycle. Only a run
      *          id holding the maintain-limits function on
      *          VAR1AUTH.DAT may apply a card, and no order may be
      *          set up above that id's ceiling; a refused card lands
      *          on the reject file and is logged as a type A audit
      *          entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1SOMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames (1-8 characters, no period) throughout, same
      *    convention as every other program in this suite;
      *    JCL/VAR1SOMTJ.JCL supplies the matching DD statements.
           SELECT VAR1-STANDING-ORDERS ASSIGN TO VAR1SORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-KEY
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT ORDER-TRANS ASSIGN TO VAR1SOTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ORDER-REJECTS ASSIGN TO VAR1SORJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OREJECTS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may maintain standing orders -- and how large an
      *    order it may set up.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-STANDING-ORDERS
           RECORDING MODE IS F.
           COPY SORDREC.

      *    One card per standing-order change: a leading transaction
      *    type in front of the code and sequence, mirroring
      *    VAR1LMNT's LIMIT-TRANS card. A change replaces the whole
      *    order, so every field is keyed again on a change card,
      *    exactly as on an add. The numeric fields ride as
      *    characters behind REDEFINES so a hand-keyed bad card is
      *    caught and rejected instead of abending the arithmetic.
       FD  ORDER-TRANS
           RECORDING MODE IS F.
       01 ORDER-TRANS-RECORD.
           05 OTX-TRANS-TYPE PIC X.
              88 OTX-TRANS-ADD VALUE "A".
              88 OTX-TRANS-CHANGE VALUE "C".
              88 OTX-TRANS-DELETE VALUE "D".
           05 OTX-FILLER-1 PIC X.
           05 OTX-VAR1-CODE PIC X(5).
           05 OTX-FILLER-2 PIC X.
           05 OTX-SEQUENCE PIC X(2).
           05 OTX-SEQUENCE-NUM REDEFINES OTX-SEQUENCE PIC 9(2).
           05 OTX-FILLER-3 PIC X.
           05 OTX-AMOUNT PIC X(9).
           05 OTX-AMOUNT-NUM REDEFINES OTX-AMOUNT PIC 9(7)V99.
           05 OTX-FILLER-4 PIC X.
           05 OTX-ORDER-TRANS-TYPE PIC X.
              88 OTX-ORDER-TYPE-VALID VALUES SPACE "P" "J".
           05 OTX-FILLER-5 PIC X.
           05 OTX-FREQUENCY PIC X.
              88 OTX-FREQUENCY-VALID VALUES "D" "W" "M" "E".
           05 OTX-FILLER-6 PIC X.
           05 OTX-START-DATE PIC X(8).
           05 OTX-START-DATE-NUM REDEFINES OTX-START-DATE PIC 9(8).
           05 OTX-FILLER-7 PIC X.
           05 OTX-END-DATE PIC X(8).
           05 OTX-END-DATE-NUM REDEFINES OTX-END-DATE PIC 9(8).
           05 OTX-FILLER-8 PIC X.
           05 OTX-STATUS PIC X.

       FD  ORDER-REJECTS
           RECORDING MODE IS F.
       01 ORDER-REJECT-RECORD.
           05 OREJ-VAR1-CODE PIC X(5).
           05 OREJ-FILLER-1 PIC X.
           05 OREJ-REASON-CODE PIC X(4).
           05 OREJ-FILLER-2 PIC X.
           05 OREJ-REASON-TEXT PIC X(30).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Columns 1-6 reserved, columns 7-26 the run identifier,
      *    the same single control-card layout the other programs
      *    share.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 FILLER PIC X(6).
           05 SYSIN-RUN-ID PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05 WS-ORDERS-STATUS PIC XX VALUE "00".
           05 WS-TRANS-STATUS PIC XX VALUE "00".
           05 WS-OREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".
           05 WS-DATE-VALID-SWITCH PIC X VALUE "N".
              88 WS-DATE-VALID VALUE "Y".

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the cards are read. WS-AUTH-REASON stays blank while the
      *    id may maintain orders; WS-CARD-REASON is the per-card
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
           05 WS-RUN-DD PIC 9(2).

      *    Calendar sanity for a keyed date; the REDEFINES splits it
      *    so month and day can be range-checked.
       01 WS-CHECK-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).

       01 WS-MAINT-COUNTERS.
           05 WS-ADD-COUNT PIC 9(6) VALUE 0.
           05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
           05 WS-DELETE-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VAR1-STANDING-ORDERS.
           IF WS-ORDERS-STATUS = "35"
               OPEN OUTPUT VAR1-STANDING-ORDERS
               CLOSE VAR1-STANDING-ORDERS
               OPEN I-O VAR1-STANDING-ORDERS
           END-IF.
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1SORD.DAT - STATUS "
                   WS-ORDERS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ORDER-TRANS.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1SOTN.DAT - STATUS "
                   WS-TRANS-STATUS
               CLOSE VAR1-STANDING-ORDERS
               STOP RUN
           END-IF.

           OPEN OUTPUT ORDER-REJECTS.
           IF WS-OREJECTS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1SORJ.DAT - STATUS "
                   WS-OREJECTS-STATUS
               CLOSE VAR1-STANDING-ORDERS
               CLOSE ORDER-TRANS
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-STANDING-ORDERS
               CLOSE ORDER-TRANS
               CLOSE ORDER-REJECTS
               STOP RUN
           END-IF.

      *    No authority file, no standing-order changes: the check
      *    fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-STANDING-ORDERS
               CLOSE ORDER-TRANS
               CLOSE ORDER-REJECTS
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           IF WS-CONTROL-RUN-ID NOT = SPACES
               MOVE WS-CONTROL-RUN-ID TO WS-USER-ID
           ELSE
               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.

           PERFORM UNTIL WS-EOF-TRANS
               READ ORDER-TRANS
                   AT END
                       SET WS-EOF-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ORDER-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "VAR1SOMT TOTALS - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT.

           CLOSE VAR1-STANDING-ORDERS.
           CLOSE ORDER-TRANS.
           CLOSE ORDER-REJECTS.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Every card needs a numeric sequence to find its order.
      *    Adds and changes then need the whole order to make sense
      *    before the REDEFINES are trusted: a non-zero amount, a
      *    posting or adjustment type (a reversal has no place in a
      *    schedule -- it needs an original to match), a known
      *    frequency, a real start date, and an end date that is
      *    either blank or a real date on or after the start.
      *    Deletes carry no order, so those fields are not examined.
      *    Authority is settled first: a card the run id may not
      *    apply goes no further.
       PROCESS-ORDER-TRANSACTION.
           PERFORM CHECK-CARD-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-CARD-AUTHORIZED
                   PERFORM WRITE-ORDER-REFUSAL
               WHEN OTX-SEQUENCE IS NOT NUMERIC
                   MOVE "R105" TO OREJ-REASON-CODE
                   MOVE "SEQUENCE NOT NUMERIC" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN OTX-TRANS-ADD OR OTX-TRANS-CHANGE
                   PERFORM VALIDATE-ORDER-FIELDS
               WHEN OTX-TRANS-DELETE
                   PERFORM PROCESS-DELETE
               WHEN OTHER
                   MOVE "R100" TO OREJ-REASON-CODE
                   MOVE "UNKNOWN TRANSACTION TYPE"
                       TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
           END-EVALUATE.

       VALIDATE-ORDER-FIELDS.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           IF OTX-START-DATE IS NUMERIC
               MOVE OTX-START-DATE-NUM TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
           END-IF.
           EVALUATE TRUE
               WHEN OTX-AMOUNT IS NOT NUMERIC
                   MOVE "R104" TO OREJ-REASON-CODE
                   MOVE "AMOUNT NOT NUMERIC" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN OTX-AMOUNT-NUM = ZERO
                   MOVE "R104" TO OREJ-REASON-CODE
                   MOVE "AMOUNT IS ZERO" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN NOT OTX-ORDER-TYPE-VALID
                   MOVE "R106" TO OREJ-REASON-CODE
                   MOVE "TRANSACTION TYPE NOT P OR J"
                       TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN NOT OTX-FREQUENCY-VALID
                   MOVE "R107" TO OREJ-REASON-CODE
                   MOVE "FREQUENCY NOT D/W/M/E" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN NOT WS-DATE-VALID
                   MOVE "R108" TO OREJ-REASON-CODE
                   MOVE "START DATE INVALID" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               WHEN OTHER
                   PERFORM VALIDATE-END-DATE
           END-EVALUATE.

       VALIDATE-END-DATE.
           MOVE "Y" TO WS-DATE-VALID-SWITCH.
           IF OTX-END-DATE NOT = SPACES
               MOVE "N" TO WS-DATE-VALID-SWITCH
               IF OTX-END-DATE IS NUMERIC
                   MOVE OTX-END-DATE-NUM TO WS-CHECK-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF OTX-END-DATE-NUM < OTX-START-DATE-NUM
                       MOVE "N" TO WS-DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE "R109" TO OREJ-REASON-CODE
               MOVE "END DATE INVALID" TO OREJ-REASON-TEXT
               PERFORM WRITE-ORDER-REJECT
           ELSE
               IF OTX-TRANS-ADD
                   PERFORM PROCESS-ADD
               ELSE
                   PERFORM PROCESS-CHANGE
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
           IF WS-CHECK-YYYY > 1900
               AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
               AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
               MOVE "Y" TO WS-DATE-VALID-SWITCH
           ELSE
               MOVE "N" TO WS-DATE-VALID-SWITCH
           END-IF.

       PROCESS-ADD.
           MOVE OTX-VAR1-CODE TO SOR-VAR1-CODE.
           MOVE OTX-SEQUENCE-NUM TO SOR-SEQUENCE.
           READ VAR1-STANDING-ORDERS
               INVALID KEY
                   PERFORM SET-ORDER-FIELDS
                   MOVE ZERO TO SOR-LAST-OCCURRENCE
                   MOVE ZERO TO SOR-LAST-BATCH-DATE
                   MOVE SPACE TO SOR-FILLER-1
                   MOVE SPACE TO SOR-FILLER-2
                   MOVE SPACE TO SOR-FILLER-3
                   MOVE SPACE TO SOR-FILLER-4
                   MOVE SPACE TO SOR-FILLER-5
                   MOVE SPACE TO SOR-FILLER-6
                   MOVE SPACE TO SOR-FILLER-7
                   MOVE SPACE TO SOR-FILLER-8
                   MOVE SPACE TO SOR-FILLER-9
                   WRITE VAR1-STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE "R103" TO OREJ-REASON-CODE
                           MOVE "ORDER WRITE FAILED"
                               TO OREJ-REASON-TEXT
                           PERFORM WRITE-ORDER-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "ADDED    " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-WRITE
               NOT INVALID KEY
                   MOVE "R101" TO OREJ-REASON-CODE
                   MOVE "ORDER ALREADY EXISTS" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
           END-READ.

      *    The generation markers are left exactly as they were: a
      *    changed amount or schedule applies to occurrences not yet
      *    generated, and an occurrence already generated stays
      *    generated.
       PROCESS-CHANGE.
           MOVE OTX-VAR1-CODE TO SOR-VAR1-CODE.
           MOVE OTX-SEQUENCE-NUM TO SOR-SEQUENCE.
           READ VAR1-STANDING-ORDERS
               INVALID KEY
                   MOVE "R102" TO OREJ-REASON-CODE
                   MOVE "ORDER NOT FOUND" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               NOT INVALID KEY
                   PERFORM SET-ORDER-FIELDS
                   REWRITE VAR1-STANDING-ORDER-RECORD
                       INVALID KEY
                           MOVE "R103" TO OREJ-REASON-CODE
                           MOVE "ORDER REWRITE FAILED"
                               TO OREJ-REASON-TEXT
                           PERFORM WRITE-ORDER-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE "CHANGED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-REWRITE
           END-READ.

       PROCESS-DELETE.
           MOVE OTX-VAR1-CODE TO SOR-VAR1-CODE.
           MOVE OTX-SEQUENCE-NUM TO SOR-SEQUENCE.
           READ VAR1-STANDING-ORDERS
               INVALID KEY
                   MOVE "R102" TO OREJ-REASON-CODE
                   MOVE "ORDER NOT FOUND" TO OREJ-REASON-TEXT
                   PERFORM WRITE-ORDER-REJECT
               NOT INVALID KEY
                   DELETE VAR1-STANDING-ORDERS
                       INVALID KEY
                           MOVE "R103" TO OREJ-REASON-CODE
                           MOVE "ORDER DELETE FAILED"
                               TO OREJ-REASON-TEXT
                           PERFORM WRITE-ORDER-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-DELETE
           END-READ.

      *    A blank card status defaults the order active; only an
      *    explicit S suspends it (the generator then passes it over
      *    without the order being deleted, and picks it up again
      *    from the next due occurrence once it is made active).
       SET-ORDER-FIELDS.
           MOVE OTX-AMOUNT-NUM TO SOR-AMOUNT.
           MOVE OTX-ORDER-TRANS-TYPE TO SOR-TRANS-TYPE.
           MOVE OTX-FREQUENCY TO SOR-FREQUENCY.
           MOVE OTX-START-DATE-NUM TO SOR-START-DATE.
           IF OTX-END-DATE = SPACES
               MOVE ZERO TO SOR-END-DATE
           ELSE
               MOVE OTX-END-DATE-NUM TO SOR-END-DATE
           END-IF.
           IF OTX-STATUS = "S"
               SET SOR-STATUS-SUSPENDED TO TRUE
           ELSE
               SET SOR-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-RUN-YYYY TO SOR-LU-YYYY.
           MOVE WS-RUN-MM TO SOR-LU-MM.
           MOVE WS-RUN-DD TO SOR-LU-DD.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    maintain-limits function (AUTHREC), which also covers the
      *    standing orders; any one missing refuses every card in
      *    the run.
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
               DISPLAY "VAR1SOMT - " WS-USER-ID
                   " NOT AUTHORIZED TO MAINTAIN ORDERS - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    The ceiling caps the amount an add or change may set an
      *    order to post every cycle; a non-numeric amount is left
      *    for the R104 test to reject.
       CHECK-CARD-AUTHORITY.
           MOVE WS-AUTH-REASON TO WS-CARD-REASON.
           IF WS-CARD-AUTHORIZED
               AND (OTX-TRANS-ADD OR OTX-TRANS-CHANGE)
               AND OTX-AMOUNT IS NUMERIC
               AND WS-AUTH-CEILING > ZERO
               AND OTX-AMOUNT-NUM > WS-AUTH-CEILING
               MOVE "A004" TO WS-CARD-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, but is logged as a type A refusal rather than an M
      *    REJECTED entry, so the quarterly review sees it.
       WRITE-ORDER-REFUSAL.
           MOVE WS-CARD-REASON TO OREJ-REASON-CODE.
           EVALUATE WS-CARD-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO OREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO OREJ-REASON-TEXT
               WHEN "A003"
                   MOVE "LIMITS FUNCTION NOT GRANTED"
                       TO OREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "ORDER ABOVE OPERATOR CEILING"
                       TO OREJ-REASON-TEXT
           END-EVALUATE.
           MOVE OTX-VAR1-CODE TO OREJ-VAR1-CODE.
           MOVE SPACE TO OREJ-FILLER-1.
           MOVE SPACE TO OREJ-FILLER-2.
           WRITE ORDER-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "L" TO AUDIT-REFUSED-FUNCTION.
           MOVE OTX-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-CARD-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1SOMT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-ORDER-REJECT.
           MOVE OTX-VAR1-CODE TO OREJ-VAR1-CODE.
           MOVE SPACE TO OREJ-FILLER-1.
           MOVE SPACE TO OREJ-FILLER-2.
           WRITE ORDER-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "REJECTED " TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-ENTRY.

      *    Type M maintenance entries on the shared audit trail,
      *    same as VAR1LMNT's -- a standing order puts money through
      *    the books every cycle without anyone keying it, so who
      *    set it up or changed it must be on the record.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-MAINT TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE OTX-TRANS-TYPE TO AUDIT-TRANS-TYPE.
           MOVE OTX-VAR1-CODE TO AUDIT-VAR1-CODE.
           MOVE WS-AUDIT-RESULT TO AUDIT-RESULT.
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

       END PROGRAM VAR1SOMT.
