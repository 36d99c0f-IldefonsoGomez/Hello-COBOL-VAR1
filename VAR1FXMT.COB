      ******************************************************************
      * Program: VAR1FXMT
      * Purpose: Maintain the dated exchange-rate file VAR1RATE.DAT
      *          (add/change/delete) from a batch of rate cards, the
      *          same batch way VAR1LMNT maintains the limits -- a
      *          transaction-type field drives each card, bad cards
      *          land on a reject file, and every applied change is
      *          logged to the shared AUDITLOG.DAT. The nightly
      *          HELLO-COBOL-VAR1 run reads these rates to convert
      *          each non-base VALORES detail to base currency at
      *          the rate for its effective date. A card may cover a
      *          span of days (a weekend or holiday at Friday's
      *          rate), applied day by day. Rates are reference data
      *          like the limits, so only a run id holding the
      *          maintain-limits function on VAR1AUTH.DAT may apply a
      *          card; a refused card lands on the reject file and is
      *          logged as a type A audit entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1FXMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames (1-8 characters, no period) throughout, same
      *    convention as every other program in this suite;
      *    JCL/VAR1FXMTJ.JCL supplies the matching DD statements.
           SELECT VAR1-RATES ASSIGN TO VAR1RATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RATES-STATUS.

           SELECT RATE-TRANS ASSIGN TO VAR1FXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RATE-REJECTS ASSIGN TO VAR1FXRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREJECTS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may maintain reference data before any card applies.
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
       FD  VAR1-RATES
           RECORDING MODE IS F.
           COPY RATEREC.

      *    One card per rate change: a leading transaction type in
      *    front of the currency, the first day the rate applies,
      *    the last day (blank = the first day only), the rate --
      *    the base-currency value of one unit, six decimals -- and
      *    a status. Dates and rate ride as characters behind a
      *    REDEFINES so a hand-keyed non-numeric card is rejected
      *    instead of abending the arithmetic. Deletes need no rate.
       FD  RATE-TRANS
           RECORDING MODE IS F.
       01 RATE-TRANS-RECORD.
           05 FXT-TRANS-TYPE PIC X.
              88 FXT-TRANS-ADD VALUE "A".
              88 FXT-TRANS-CHANGE VALUE "C".
              88 FXT-TRANS-DELETE VALUE "D".
           05 FXT-FILLER-1 PIC X.
           05 FXT-CURRENCY PIC X(3).
           05 FXT-FILLER-2 PIC X.
           05 FXT-FROM-DATE PIC X(8).
           05 FXT-FROM-DATE-NUM REDEFINES FXT-FROM-DATE PIC 9(8).
           05 FXT-FILLER-3 PIC X.
           05 FXT-THRU-DATE PIC X(8).
           05 FXT-THRU-DATE-NUM REDEFINES FXT-THRU-DATE PIC 9(8).
           05 FXT-FILLER-4 PIC X.
           05 FXT-RATE PIC X(11).
           05 FXT-RATE-NUM REDEFINES FXT-RATE PIC 9(5)V9(6).
           05 FXT-FILLER-5 PIC X.
           05 FXT-STATUS PIC X.

      *    One reject per card, or per day of a span that could not
      *    be applied, so the rate clerk can see which days are
      *    still missing a rate.
       FD  RATE-REJECTS
           RECORDING MODE IS F.
       01 RATE-REJECT-RECORD.
           05 FXREJ-CURRENCY PIC X(3).
           05 FXREJ-FILLER-1 PIC X.
           05 FXREJ-RATE-DATE PIC X(8).
           05 FXREJ-FILLER-2 PIC X.
           05 FXREJ-REASON-CODE PIC X(4).
           05 FXREJ-FILLER-3 PIC X.
           05 FXREJ-REASON-TEXT PIC X(30).

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
           05 WS-RATES-STATUS PIC XX VALUE "00".
           05 WS-TRANS-STATUS PIC XX VALUE "00".
           05 WS-FXREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the cards are read. A rate is not an amount the id moves,
      *    so the id's ceiling does not apply here.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

      *    The card's span as integer dates, walked a day at a time.
      *    WS-CARD-REASON stays blank while the card as a whole is
      *    good; WS-MAX-SPAN-DAYS caps a single card at a month.
       01 WS-SPAN-FIELDS.
           05 WS-CARD-REASON PIC X(4) VALUE SPACES.
              88 WS-CARD-VALID VALUE SPACES.
           05 WS-CARD-REASON-TEXT PIC X(30) VALUE SPACES.
           05 WS-THRU-DATE PIC 9(8) VALUE ZERO.
           05 WS-FROM-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-THRU-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-DAY-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-MAX-SPAN-DAYS PIC 9(3) VALUE 31.

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
           OPEN I-O VAR1-RATES.
           IF WS-RATES-STATUS = "35"
               OPEN OUTPUT VAR1-RATES
               CLOSE VAR1-RATES
               OPEN I-O VAR1-RATES
           END-IF.
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RATE.DAT - STATUS "
                   WS-RATES-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT RATE-TRANS.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1FXTR.DAT - STATUS "
                   WS-TRANS-STATUS
               CLOSE VAR1-RATES
               STOP RUN
           END-IF.

           OPEN OUTPUT RATE-REJECTS.
           IF WS-FXREJECTS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1FXRJ.DAT - STATUS "
                   WS-FXREJECTS-STATUS
               CLOSE VAR1-RATES
               CLOSE RATE-TRANS
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-RATES
               CLOSE RATE-TRANS
               CLOSE RATE-REJECTS
               STOP RUN
           END-IF.

      *    No authority file, no rate changes: the check fails
      *    closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-RATES
               CLOSE RATE-TRANS
               CLOSE RATE-REJECTS
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
               READ RATE-TRANS
                   AT END
                       SET WS-EOF-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RATE-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "VAR1FXMT TOTALS - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT.

           CLOSE VAR1-RATES.
           CLOSE RATE-TRANS.
           CLOSE RATE-REJECTS.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Authority is settled first: a card the run id may not
      *    apply goes no further. A card that passes its checks is
      *    then applied to each day of its span in turn; a day that
      *    cannot be applied is rejected on its own without holding
      *    up the rest of the span.
       PROCESS-RATE-TRANSACTION.
           IF NOT WS-RUN-ID-AUTHORIZED
               PERFORM WRITE-RATE-REFUSAL
           ELSE
               PERFORM VALIDATE-RATE-CARD
               IF WS-CARD-VALID
                   PERFORM VARYING WS-DAY-INTEGER
                           FROM WS-FROM-INTEGER BY 1
                           UNTIL WS-DAY-INTEGER > WS-THRU-INTEGER
                       MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                           TO RTE-RATE-DATE
                       PERFORM PROCESS-RATE-DAY
                   END-PERFORM
               ELSE
                   MOVE WS-CARD-REASON TO FXREJ-REASON-CODE
                   MOVE WS-CARD-REASON-TEXT TO FXREJ-REASON-TEXT
                   MOVE FXT-FROM-DATE TO FXREJ-RATE-DATE
                   PERFORM WRITE-RATE-REJECT
               END-IF
           END-IF.

      *    Currency three upper-case letters; real calendar dates,
      *    the through date no earlier than the from date and no
      *    more than WS-MAX-SPAN-DAYS days on; adds and changes a
      *    numeric rate above zero. The first failure found is the
      *    card's reason.
       VALIDATE-RATE-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE SPACES TO WS-CARD-REASON-TEXT.
           EVALUATE TRUE
               WHEN NOT (FXT-TRANS-ADD OR FXT-TRANS-CHANGE
                         OR FXT-TRANS-DELETE)
                   MOVE "R100" TO WS-CARD-REASON
                   MOVE "UNKNOWN TRANSACTION TYPE"
                       TO WS-CARD-REASON-TEXT
               WHEN FXT-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR FXT-CURRENCY (1:1) = SPACE
                   OR FXT-CURRENCY (2:1) = SPACE
                   OR FXT-CURRENCY (3:1) = SPACE
                   MOVE "R105" TO WS-CARD-REASON
                   MOVE "CURRENCY CODE NOT VALID"
                       TO WS-CARD-REASON-TEXT
               WHEN FXT-FROM-DATE IS NOT NUMERIC
                   MOVE "R106" TO WS-CARD-REASON
                   MOVE "FROM DATE NOT VALID" TO WS-CARD-REASON-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD (FXT-FROM-DATE-NUM)
                   NOT = ZERO
                   MOVE "R106" TO WS-CARD-REASON
                   MOVE "FROM DATE NOT VALID" TO WS-CARD-REASON-TEXT
               WHEN FXT-THRU-DATE NOT = SPACES
                   AND FXT-THRU-DATE IS NOT NUMERIC
                   MOVE "R107" TO WS-CARD-REASON
                   MOVE "THROUGH DATE NOT VALID"
                       TO WS-CARD-REASON-TEXT
               WHEN FXT-THRU-DATE NOT = SPACES
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FXT-THRU-DATE-NUM) NOT = ZERO
                   MOVE "R107" TO WS-CARD-REASON
                   MOVE "THROUGH DATE NOT VALID"
                       TO WS-CARD-REASON-TEXT
               WHEN (FXT-TRANS-ADD OR FXT-TRANS-CHANGE)
                   AND FXT-RATE IS NOT NUMERIC
                   MOVE "R104" TO WS-CARD-REASON
                   MOVE "RATE NOT NUMERIC" TO WS-CARD-REASON-TEXT
               WHEN (FXT-TRANS-ADD OR FXT-TRANS-CHANGE)
                   AND FXT-RATE-NUM = ZERO
                   MOVE "R104" TO WS-CARD-REASON
                   MOVE "RATE MUST BE ABOVE ZERO"
                       TO WS-CARD-REASON-TEXT
           END-EVALUATE.
           IF WS-CARD-VALID
               IF FXT-THRU-DATE = SPACES
                   MOVE FXT-FROM-DATE-NUM TO WS-THRU-DATE
               ELSE
                   MOVE FXT-THRU-DATE-NUM TO WS-THRU-DATE
               END-IF
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (FXT-FROM-DATE-NUM)
               COMPUTE WS-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-THRU-DATE)
               IF WS-THRU-INTEGER < WS-FROM-INTEGER
                   MOVE "R108" TO WS-CARD-REASON
                   MOVE "THROUGH DATE BEFORE FROM DATE"
                       TO WS-CARD-REASON-TEXT
               ELSE
                   IF WS-THRU-INTEGER - WS-FROM-INTEGER
                       >= WS-MAX-SPAN-DAYS
                       MOVE "R108" TO WS-CARD-REASON
                       MOVE "SPAN LONGER THAN 31 DAYS"
                           TO WS-CARD-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *    RTE-RATE-DATE is already set to the day in hand.
       PROCESS-RATE-DAY.
           MOVE FXT-CURRENCY TO RTE-CURRENCY.
           EVALUATE TRUE
               WHEN FXT-TRANS-ADD
                   PERFORM PROCESS-ADD
               WHEN FXT-TRANS-CHANGE
                   PERFORM PROCESS-CHANGE
               WHEN OTHER
                   PERFORM PROCESS-DELETE
           END-EVALUATE.

       PROCESS-ADD.
           READ VAR1-RATES
               INVALID KEY
                   PERFORM SET-RATE-FIELDS
                   MOVE SPACE TO RTE-FILLER-1
                   MOVE SPACE TO RTE-FILLER-2
                   MOVE SPACE TO RTE-FILLER-3
                   MOVE SPACE TO RTE-FILLER-4
                   WRITE VAR1-RATE-RECORD
                       INVALID KEY
                           MOVE "R103" TO FXREJ-REASON-CODE
                           MOVE "RATE WRITE FAILED"
                               TO FXREJ-REASON-TEXT
                           PERFORM WRITE-DAY-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "ADDED    " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-WRITE
               NOT INVALID KEY
                   MOVE "R101" TO FXREJ-REASON-CODE
                   MOVE "RATE ALREADY EXISTS" TO FXREJ-REASON-TEXT
                   PERFORM WRITE-DAY-REJECT
           END-READ.

       PROCESS-CHANGE.
           READ VAR1-RATES
               INVALID KEY
                   MOVE "R102" TO FXREJ-REASON-CODE
                   MOVE "RATE NOT FOUND" TO FXREJ-REASON-TEXT
                   PERFORM WRITE-DAY-REJECT
               NOT INVALID KEY
                   PERFORM SET-RATE-FIELDS
                   REWRITE VAR1-RATE-RECORD
                       INVALID KEY
                           MOVE "R103" TO FXREJ-REASON-CODE
                           MOVE "RATE REWRITE FAILED"
                               TO FXREJ-REASON-TEXT
                           PERFORM WRITE-DAY-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE "CHANGED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-REWRITE
           END-READ.

       PROCESS-DELETE.
           READ VAR1-RATES
               INVALID KEY
                   MOVE "R102" TO FXREJ-REASON-CODE
                   MOVE "RATE NOT FOUND" TO FXREJ-REASON-TEXT
                   PERFORM WRITE-DAY-REJECT
               NOT INVALID KEY
                   DELETE VAR1-RATES
                       INVALID KEY
                           MOVE "R103" TO FXREJ-REASON-CODE
                           MOVE "RATE DELETE FAILED"
                               TO FXREJ-REASON-TEXT
                           PERFORM WRITE-DAY-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-DELETE
           END-READ.

      *    A blank card status defaults the rate active; only an
      *    explicit I withdraws it, which the nightly run treats as
      *    no rate for the day, so a wrong rate can be stopped
      *    without losing the record of what it was.
       SET-RATE-FIELDS.
           MOVE FXT-RATE-NUM TO RTE-RATE.
           IF FXT-STATUS = "I"
               SET RTE-STATUS-WITHDRAWN TO TRUE
           ELSE
               SET RTE-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-RUN-YYYY TO RTE-LU-YYYY.
           MOVE WS-RUN-MM TO RTE-LU-MM.
           MOVE WS-RUN-DD TO RTE-LU-DD.
           MOVE WS-USER-ID TO RTE-UPDATED-BY.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    maintain-limits function (AUTHREC), which covers all the
      *    nightly run's reference data; any one missing refuses
      *    every card in the run.
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
                       IF NOT AUT-MAY-MAINTAIN-LIMITS
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1FXMT - " WS-USER-ID
                   " NOT AUTHORIZED TO MAINTAIN RATES - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, but is logged as a type A refusal rather than an M
      *    REJECTED entry, so the quarterly review sees it.
       WRITE-RATE-REFUSAL.
           MOVE WS-AUTH-REASON TO FXREJ-REASON-CODE.
           EVALUATE WS-AUTH-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO FXREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO FXREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "LIMITS FUNCTION NOT GRANTED"
                       TO FXREJ-REASON-TEXT
           END-EVALUATE.
           MOVE FXT-CURRENCY TO FXREJ-CURRENCY.
           MOVE FXT-FROM-DATE TO FXREJ-RATE-DATE.
           MOVE SPACE TO FXREJ-FILLER-1.
           MOVE SPACE TO FXREJ-FILLER-2.
           MOVE SPACE TO FXREJ-FILLER-3.
           WRITE RATE-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "L" TO AUDIT-REFUSED-FUNCTION.
           MOVE FXT-CURRENCY TO AUDIT-REFUSED-CODE.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1FXMT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

      *    A day of a good card that could not be applied: the
      *    reject names the day itself.
       WRITE-DAY-REJECT.
           MOVE RTE-RATE-DATE TO FXREJ-RATE-DATE.
           PERFORM WRITE-RATE-REJECT.

       WRITE-RATE-REJECT.
           MOVE FXT-CURRENCY TO FXREJ-CURRENCY.
           MOVE SPACE TO FXREJ-FILLER-1.
           MOVE SPACE TO FXREJ-FILLER-2.
           MOVE SPACE TO FXREJ-FILLER-3.
           WRITE RATE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "REJECTED " TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-ENTRY.

      *    Type M maintenance entries on the shared audit trail,
      *    one per day applied or rejected, with the currency in
      *    the code column -- the rates are reference data with the
      *    same who-changed-what exposure as the limits.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-MAINT TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE FXT-TRANS-TYPE TO AUDIT-TRANS-TYPE.
           MOVE FXT-CURRENCY TO AUDIT-VAR1-CODE.
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

       END PROGRAM VAR1FXMT.
