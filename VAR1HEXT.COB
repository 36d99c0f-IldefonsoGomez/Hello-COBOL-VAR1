      * Program: VAR1HEXT
      * Purpose: Delimited history extract for the analytics group,
      *          who until now re-keyed figures off VAR1HRPT's
      *          80-column report. Reads the cumulative history --
      *          the keyed VAR1HSTK.DAT store, and, when the date
      *          range reaches back into a year VAR1HROL has rolled
      *          out of the store, the VAR1HARC archive generations
      *          ahead of it -- and writes one delimited row per
      *          history record --
      *          proper decimal point in the amount, ISO dates --
      *          under a header row of column names and over a
      *          TRAILER row carrying the data-row count, so the
      *          other programs. Every run logs a type X entry with
      *          its row count to AUDITLOG.DAT -- this is company
      *          financial data leaving the mainframe.
      *          History posted under a code since retired into a
      *          successor (VAR1XREF.DAT) extracts under the
      *          successor, with the code it was posted under kept
      *          in a trailing ORIG_CODE column.
      *          AMOUNT is always base currency; the trailing
      *          CURRENCY and ORIG_AMOUNT columns give the currency
      *          and amount the item was sent in (history from
      *          before currencies has none and was base, so it
      *          extracts with a blank currency and AMOUNT again).
      *          Only a run id holding the run-extracts function on
      *          VAR1AUTH.DAT gets an extract; any other is refused,
      *          logged as a type A entry, and no row is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1HEXT.
      *    Bare ddnames matching JCL/VAR1HEXTJ.JCL, same convention
      *    as every other program in this suite.
           SELECT VAR1-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Every archive generation, oldest first (the GDG base on
      *    the DD). OPTIONAL: nothing has been rolled until the
      *    first year-end.
           SELECT OPTIONAL HISTORY-ARCHIVE ASSIGN TO VAR1HARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL HISTORY-CONTROL ASSIGN TO VAR1HCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    OPTIONAL: a site that has never retired a code has no
      *    cross-reference, and every history code stands as posted.
           SELECT OPTIONAL VAR1-XREF ASSIGN TO VAR1XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-CODE
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HISTORY-EXTRACT ASSIGN TO HISTEXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may take the books off the machine at all.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
       FILE SECTION.
       FD  VAR1-HISTORY
           RECORDING MODE IS F.
           COPY HSTKREC.

       FD  HISTORY-ARCHIVE
           RECORDING MODE IS F.
       01 ARCHIVE-RECORD PIC X(91).

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
           COPY HCTLREC.

       FD  VAR1-XREF
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Variable-content rows; the record is sized for the
      *    longest row the STRING below can build.

       01 WS-FLAGS.
           05 WS-HISTORY-STATUS PIC XX VALUE "00".
           05 WS-XREF-STATUS PIC XX VALUE "00".
           05 WS-XREF-OPEN-SWITCH PIC X VALUE "N".
              88 WS-XREF-OPEN VALUE "Y".
           05 WS-EXTRACT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-HISTORY VALUE "Y".
           05 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           05 WS-CONTROL-STATUS PIC XX VALUE "00".
           05 WS-CTL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CONTROL VALUE "Y".
           05 WS-SOURCE-SWITCH PIC X VALUE "L".
              88 WS-FROM-STORE VALUE "L".
              88 WS-FROM-ARCHIVE VALUE "A".
           05 WS-RECORD-READ-SWITCH PIC X VALUE "N".
              88 WS-RECORD-READ VALUE "Y".

      *    How far the archive reaches, off VAR1HCTL.DAT: the latest
      *    year rolled out of the store (purge begun or done) and
      *    the latest posting run date in it. Both zero until the
      *    first year-end.
       01 WS-ARCHIVE-EXTENT.
           05 WS-ARCHIVED-THRU-YEAR PIC 9(4) VALUE ZERO.
           05 WS-ARCHIVE-LAST-RUN-DATE PIC 9(8) VALUE ZERO.

           COPY HISTREC.

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-ROW-COUNT PIC 9(6) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
           05 WS-REPOINTED-COUNT PIC 9(6) VALUE 0.

      *    Row-building work fields: the amount rendered with an
      *    explicit decimal point and the dates rendered ISO
      *    (YYYY-MM-DD) before the STRING assembles the row.
       01 WS-ROW-FIELDS.
           05 WS-AMOUNT-EDIT PIC 9(7).99.
           05 WS-ORIG-AMOUNT-EDIT PIC 9(7).99.
           05 WS-EFF-ISO-DATE.
               10 WS-EFF-ISO-YYYY PIC 9(4).
               10 FILLER PIC X VALUE "-".
               10 WS-HST-RUN-MM PIC 9(2).
               10 WS-HST-RUN-DD PIC 9(2).
           05 WS-TRAILER-COUNT PIC 9(7).
           05 WS-ORIG-CODE PIC X(5).

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).

           OPEN INPUT VAR1-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HSTK.DAT - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF.

      *    No authority file, no extract: the check fails closed. A
      *    refused run leaves HISTEXT empty -- not even the header
      *    row -- and RC 8 holds any transmit step behind it.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-HISTORY
               CLOSE HISTORY-EXTRACT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           CLOSE VAR1-AUTHORITY.
           IF NOT WS-RUN-ID-AUTHORIZED
               PERFORM WRITE-REFUSAL-ENTRY
               DISPLAY "VAR1HEXT - " WS-USER-ID
                   " NOT AUTHORIZED TO RUN EXTRACTS - REASON "
                   WS-AUTH-REASON
               CLOSE VAR1-HISTORY
               CLOSE HISTORY-EXTRACT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VAR1-XREF.
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF.

      *    A range starting after the archive's last posting run
      *    date is entirely in the store; one reaching back into it
      *    reads the archive first, then the store.
           PERFORM FIND-ARCHIVE-EXTENT.
           IF WS-ARCHIVED-THRU-YEAR > ZERO
               AND WS-FROM-DATE NOT > WS-ARCHIVE-LAST-RUN-DATE
               OPEN INPUT HISTORY-ARCHIVE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "RANGE REACHES ARCHIVED YEARS - "
                       "ERROR OPENING VAR1HARC - STATUS "
                       WS-ARCHIVE-STATUS
                   CLOSE VAR1-HISTORY
                   CLOSE HISTORY-EXTRACT
                   CLOSE AUDIT-LOG
                   IF WS-XREF-OPEN
                       CLOSE VAR1-XREF
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FROM-ARCHIVE TO TRUE
           END-IF.

           PERFORM WRITE-HEADER-ROW.

           PERFORM UNTIL WS-EOF-HISTORY
               PERFORM READ-HISTORY-SOURCE
               IF NOT WS-EOF-HISTORY
                   ADD 1 TO WS-READ-COUNT
                   PERFORM RESOLVE-RETIRED-CODE
                   PERFORM SELECT-HISTORY-RECORD
               END-IF
           END-PERFORM.

           PERFORM WRITE-TRAILER-ROW.
           PERFORM WRITE-AUDIT-ENTRY.

           CLOSE VAR1-HISTORY.
           IF WS-XREF-OPEN
               CLOSE VAR1-XREF
           END-IF.
           CLOSE HISTORY-EXTRACT.
           CLOSE AUDIT-LOG.
           DISPLAY "VAR1HEXT TOTALS - READ: " WS-READ-COUNT
               " ROWS: " WS-ROW-COUNT
               " SKIPPED: " WS-SKIPPED-COUNT
               " REPOINTED: " WS-REPOINTED-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.
           STOP RUN.

      *    Archive first, then the store, each yielding the same
      *    HISTREC image. A year belongs to exactly one side: the
      *    archive's for years through WS-ARCHIVED-THRU-YEAR, the
      *    store's after it, so a year part way through its purge
      *    (or a generation not yet purged from the store) is
      *    never extracted twice.
       READ-HISTORY-SOURCE.
           MOVE "N" TO WS-RECORD-READ-SWITCH.
           PERFORM UNTIL WS-RECORD-READ OR WS-EOF-HISTORY
               IF WS-FROM-ARCHIVE
                   READ HISTORY-ARCHIVE INTO VAR1-HISTORY-RECORD
                       AT END
                           CLOSE HISTORY-ARCHIVE
                           SET WS-FROM-STORE TO TRUE
                       NOT AT END
                           IF HST-VAR1-EFF-YYYY
                               NOT > WS-ARCHIVED-THRU-YEAR
                               SET WS-RECORD-READ TO TRUE
                           END-IF
                   END-READ
               ELSE
                   READ VAR1-HISTORY
                       AT END
                           SET WS-EOF-HISTORY TO TRUE
                       NOT AT END
                           MOVE HSK-HISTORY-IMAGE
                               TO VAR1-HISTORY-RECORD
                           IF HST-VAR1-EFF-YYYY
                               > WS-ARCHIVED-THRU-YEAR
                               SET WS-RECORD-READ TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *    The control file only grows and years roll in order; a
      *    year counts as archived once its roll reaches P.
       FIND-ARCHIVE-EXTENT.
           OPEN INPUT HISTORY-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-EOF-CONTROL
                   READ HISTORY-CONTROL
                       AT END
                           SET WS-EOF-CONTROL TO TRUE
                       NOT AT END
                           IF HCT-REC-ROLL
                               AND (HCT-STATE-PURGING
                               OR HCT-STATE-COMPLETE)
                               AND HCT-ROLL-YEAR
                                   NOT < WS-ARCHIVED-THRU-YEAR
                               MOVE HCT-ROLL-YEAR
                                   TO WS-ARCHIVED-THRU-YEAR
                               MOVE HCT-HIST-RUN-DATE
                                   TO WS-ARCHIVE-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-CONTROL
           END-IF.

      *    History is never rewritten when a code is retired; the
      *    record is re-pointed here, as it is read. The
      *    cross-reference always names a live successor, so one
      *    lookup is enough.
       RESOLVE-RETIRED-CODE.
           MOVE HST-VAR1-CODE TO WS-ORIG-CODE.
           IF WS-XREF-OPEN
               MOVE HST-VAR1-CODE TO XRF-OLD-CODE
               READ VAR1-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-SUCCESSOR-CODE TO HST-VAR1-CODE
                       ADD 1 TO WS-REPOINTED-COUNT
               END-READ
           END-IF.

      *    A code filter selects on either code, so asking for a
      *    successor brings the merged history with it and asking
      *    for a retired code still finds what it posted.
       SELECT-HISTORY-RECORD.
           IF HST-RUN-DATE >= WS-FROM-DATE
               AND HST-RUN-DATE <= WS-TO-DATE
               AND (WS-CODE-FILTER = SPACES
                   OR HST-VAR1-CODE = WS-CODE-FILTER
                   OR WS-ORIG-CODE = WS-CODE-FILTER)
               PERFORM WRITE-EXTRACT-ROW
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               "TRANS_TYPE" DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               "RUN_DATE" DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               "ORIG_CODE" DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               "CURRENCY" DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               "ORIG_AMOUNT" DELIMITED BY SIZE
               INTO EXTRACT-ROW
           END-STRING.
           WRITE EXTRACT-ROW.
      *    thirty spaces into the row.
       WRITE-EXTRACT-ROW.
           MOVE HST-VAR1-AMOUNT TO WS-AMOUNT-EDIT.
           IF HST-CURRENCY = SPACES
               MOVE HST-VAR1-AMOUNT TO WS-ORIG-AMOUNT-EDIT
           ELSE
               MOVE HST-ORIG-AMOUNT TO WS-ORIG-AMOUNT-EDIT
           END-IF.
           MOVE HST-VAR1-EFF-YYYY TO WS-EFF-ISO-YYYY.
           MOVE HST-VAR1-EFF-MM TO WS-EFF-ISO-MM.
           MOVE HST-VAR1-EFF-DD TO WS-EFF-ISO-DD.
               HST-TRANS-TYPE DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               WS-RUN-ISO-DATE DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               WS-ORIG-CODE DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               HST-CURRENCY DELIMITED BY SIZE
               WS-DELIMITER DELIMITED BY SIZE
               WS-ORIG-AMOUNT-EDIT DELIMITED BY SIZE
               INTO EXTRACT-ROW
           END-STRING.
           WRITE EXTRACT-ROW.
           END-STRING.
           WRITE EXTRACT-ROW.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    run-extracts function (AUTHREC).
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
                       IF NOT AUT-MAY-RUN-EXTRACTS
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.

      *    The code filter, when the card named one, rides the
      *    refusal so the review can see what was being asked for.
       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "X" TO AUDIT-REFUSED-FUNCTION.
           MOVE WS-CODE-FILTER TO AUDIT-REFUSED-CODE.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1HEXT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-EXTRACT TO TRUE.
