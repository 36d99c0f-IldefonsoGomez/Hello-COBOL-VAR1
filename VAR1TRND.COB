      ******************************************************************
      * Program: VAR1TRND
      * Purpose: Nightly trend-variance check, run behind the balance
      *          roll once the night's history is committed. The
      *          limits catch one oversized item and the duplicate
      *          look-back catches a repeated one; this step catches
      *          a code whose whole night is off its normal pattern.
      *          Each code's item count and net amount for the night
      *          (off the per-run history, the same records VAR1TBAL
      *          rolls) are set against its trailing nightly average
      *          over the look-back window of the keyed
      *          VAR1HSTK.DAT history store, and anything further
      *          from the average than the tolerance percentage is
      *          an exception. A
      *          code that posted on at least half the window's
      *          nights and is silent tonight is an exception too --
      *          "expected but silent". Window and default tolerance
      *          come from the SYSIN control card; VAR1TOLR carries
      *          per-code tolerance overrides for the naturally
      *          lumpy codes. Prints the exception report, logs one
      *          type V summary entry to AUDITLOG.DAT (NIGHTSTS
      *          reads the exception count from it), and ends RC=4
      *          when there are exceptions so the scheduler sees the
      *          night was abnormal before the GL transmit is
      *          trusted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1TRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching the STEP050 DD statements in
      *    JCL/HELLOV1.PROC, same convention as every other program
      *    in this suite.
           SELECT NIGHT-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    The keyed history store, OPTIONAL like HELLO-COBOL-VAR1's
      *    read of it: a new site simply has no trailing window yet.
      *    VAR1HROL only rolls a year out once it is closed, so a
      *    window of the usual few weeks is always in the store.
           SELECT OPTIONAL TRAILING-HISTORY ASSIGN TO VAR1HISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-TRAILING-STATUS.

           SELECT OPTIONAL TOLERANCE-CARDS ASSIGN TO VAR1TOLR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLR-STATUS.

           SELECT TREND-REPORT ASSIGN TO TRNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNDRPT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-HISTORY
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  TRAILING-HISTORY
           RECORDING MODE IS F.
           COPY HSTKREC.

      *    One card per code whose tolerance differs from the
      *    control card's: columns 1-5 the VAR1 code, 7-9 its
      *    tolerance percentage.
       FD  TOLERANCE-CARDS
           RECORDING MODE IS F.
       01 TOLERANCE-CARD.
           05 TOL-VAR1-CODE PIC X(5).
           05 TOL-FILLER-1 PIC X.
           05 TOL-PERCENT PIC X(3).
           05 TOL-PERCENT-NUM REDEFINES TOL-PERCENT PIC 9(3).

       FD  TREND-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Columns 1-3: look-back window in calendar days (blank =
      *    28); columns 7-26: run identifier; columns 28-30: default
      *    tolerance percentage (blank = 50).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 SYSIN-WINDOW-DAYS PIC X(3).
           05 SYSIN-WINDOW-NUM REDEFINES SYSIN-WINDOW-DAYS
              PIC 9(3).
           05 FILLER PIC X(3).
           05 SYSIN-RUN-ID PIC X(20).
           05 FILLER PIC X.
           05 SYSIN-TOLERANCE PIC X(3).
           05 SYSIN-TOLERANCE-NUM REDEFINES SYSIN-TOLERANCE
              PIC 9(3).

       WORKING-STORAGE SECTION.

      *    The HISTREC image off each store record, same layout as
      *    the night's file; only the fields the window needs are
      *    named.
       01 TRAILING-HISTORY-RECORD.
           05 TRH-VAR1-CODE PIC X(5).
           05 FILLER PIC X(32).
           05 TRH-VAR1-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X(21).
           05 TRH-RUN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 TRH-TRANS-TYPE PIC X.
              88 TRH-TRANS-REVERSAL VALUE "R".
              88 TRH-TRANS-ADJUSTMENT VALUE "J".

       01 WS-FLAGS.
           05 WS-HISTORY-STATUS PIC XX VALUE "00".
           05 WS-TRAILING-STATUS PIC XX VALUE "00".
           05 WS-TOLR-STATUS PIC XX VALUE "00".
           05 WS-TRNDRPT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-HISTORY VALUE "Y".
           05 WS-TRL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRAILING VALUE "Y".
           05 WS-TOL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TOLERANCES VALUE "Y".
           05 WS-TC-FOUND-SWITCH PIC X VALUE "N".
              88 WS-TC-FOUND VALUE "Y".
           05 WS-TABLE-FULL-SWITCH PIC X VALUE "N".
              88 WS-TABLE-FULL VALUE "Y".
           05 WS-EXCEPTION-SWITCH PIC X VALUE "N".
              88 WS-CODE-EXCEPTION VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-WINDOW-DAYS PIC 9(3) VALUE 28.
           05 WS-DEFAULT-TOLERANCE PIC 9(3) VALUE 50.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
      *    Fewer posting nights than this in the window and an
      *    average means nothing -- the step reports and passes.
           05 WS-MIN-NIGHTS PIC 9(3) VALUE 5.

      *    Per-code overrides off VAR1TOLR, loaded up front like
      *    every other card table in this suite.
       01 WS-TOLERANCE-TABLE.
           05 WS-TOL-COUNT PIC 9(3) VALUE 0.
           05 WS-TOL-MAX PIC 9(3) VALUE 500.
           05 WS-TOL-IX PIC 9(3) VALUE 0.
           05 WS-TOL-ENTRY OCCURS 500 TIMES.
               10 WS-TOL-CODE PIC X(5).
               10 WS-TOL-PERCENT PIC 9(3).

      *    The distinct posting nights seen inside the window; the
      *    trailing averages are per night over all of them, so a
      *    code's quiet nights count as zero.
       01 WS-WINDOW-TABLE.
           05 WS-WIN-COUNT PIC 9(3) VALUE 0.
           05 WS-WIN-MAX PIC 9(3) VALUE 366.
           05 WS-WIN-IX PIC 9(3) VALUE 0.
           05 WS-WIN-ENTRY OCCURS 366 TIMES.
               10 WS-WIN-DATE PIC 9(8).

      *    Tonight's and the window's movement per code, kept in
      *    code sequence by insertion (same find-or-insert idiom as
      *    VAR1TBAL's night table) so the report comes out in code
      *    order. Sized to the same 5000 codes as the master.
       01 WS-CODE-TABLE.
           05 WS-TC-COUNT PIC 9(5) VALUE 0.
           05 WS-TC-MAX PIC 9(5) VALUE 5000.
           05 WS-TC-ENTRY OCCURS 5000 TIMES.
               10 WS-TC-CODE PIC X(5).
               10 WS-TC-NIGHT-COUNT PIC 9(6).
               10 WS-TC-NIGHT-NET PIC S9(11)V99.
               10 WS-TC-TRAIL-COUNT PIC 9(7).
               10 WS-TC-TRAIL-NET PIC S9(13)V99.
               10 WS-TC-TRAIL-NIGHTS PIC 9(3).

      *    The posting nights already counted for the code being
      *    read. The store hands a code's records back in effective-
      *    date order, not night by night, so a night is only new
      *    for the code if it is not on this list; the list starts
      *    over when the code changes.
       01 WS-CODE-NIGHT-TABLE.
           05 WS-CN-CODE PIC X(5) VALUE SPACES.
           05 WS-CN-COUNT PIC 9(3) VALUE 0.
           05 WS-CN-IX PIC 9(3) VALUE 0.
           05 WS-CN-ENTRY OCCURS 366 TIMES.
               10 WS-CN-DATE PIC 9(8).

       01 WS-WORK-FIELDS.
           05 WS-TC-IX PIC 9(5).
           05 WS-TC-SHIFT-IX PIC 9(5).
           05 WS-TC-INSERT-AT PIC 9(5).
           05 WS-TC-NEW-CODE PIC X(5).
           05 WS-NIGHT-DATE PIC 9(8) VALUE ZERO.
           05 WS-CUTOFF-DATE PIC 9(8) VALUE ZERO.
           05 WS-NIGHT-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-SIGNED-AMOUNT PIC S9(7)V99 VALUE ZERO.
           05 WS-TOLERANCE PIC 9(3) VALUE ZERO.
           05 WS-AVG-COUNT PIC 9(7)V99 VALUE ZERO.
           05 WS-AVG-NET PIC S9(11)V99 VALUE ZERO.
           05 WS-COUNT-BAND PIC 9(9)V99 VALUE ZERO.
           05 WS-COUNT-DIFF PIC S9(9)V99 VALUE ZERO.
           05 WS-NET-BAND PIC 9(13)V99 VALUE ZERO.
           05 WS-NET-DIFF PIC S9(13)V99 VALUE ZERO.
           05 WS-FINDING PIC X(10) VALUE SPACES.

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-NIGHT-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-TRAIL-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-TRAIL-USED-COUNT PIC 9(7) VALUE 0.
           05 WS-EVALUATED-COUNT PIC 9(5) VALUE 0.
           05 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           05 WS-SILENT-COUNT PIC 9(5) VALUE 0.
           05 WS-NEW-CODE-COUNT PIC 9(5) VALUE 0.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 1.
           05 WS-LINE-COUNT PIC 9(2) VALUE 0.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(10) VALUE "PROGRAM: ".
           05 FILLER PIC X(20) VALUE "VAR1TRND".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-YYYY PIC 9999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZZ9.

       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(35)
              VALUE "TREND VARIANCE - POSTING RUN OF ".
           05 HDR-NIGHT-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE "  WINDOW ".
           05 HDR-CUTOFF-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 HDR-NIGHTS PIC ZZ9.
           05 FILLER PIC X(7) VALUE " NIGHTS".

       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(8) VALUE "  NIGHT".
           05 FILLER PIC X(11) VALUE "   AVERAGE".
           05 FILLER PIC X(19) VALUE "         NIGHT NET".
           05 FILLER PIC X(19) VALUE "       AVERAGE NET".
           05 FILLER PIC X(5) VALUE " TOL".
           05 FILLER PIC X(10) VALUE "FINDING".

       01 WS-DETAIL-LINE.
           05 DTL-VAR1-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NIGHT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-AVG-COUNT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-NIGHT-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-AVG-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-TOLERANCE PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-FINDING PIC X(10).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(28).
           05 TOT-COUNT PIC ZZZ,ZZ9.

       01 WS-RESULT-LINE.
           05 FILLER PIC X(16) VALUE "TREND VARIANCE: ".
           05 RES-RESULT PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT NIGHT-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HISTN.DAT - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TREND-REPORT.
           IF WS-TRNDRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRNDRPT - STATUS "
                   WS-TRNDRPT-STATUS
               CLOSE NIGHT-HISTORY
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
               CLOSE NIGHT-HISTORY
               CLOSE TREND-REPORT
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
           PERFORM LOAD-TOLERANCE-CARDS.

           PERFORM UNTIL WS-EOF-HISTORY
               READ NIGHT-HISTORY
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NIGHT-READ-COUNT
                       PERFORM ACCUMULATE-NIGHT-HISTORY
               END-READ
           END-PERFORM.
      *    A night that posted nothing is still checked -- that is
      *    the night every regular code is silent -- under
      *    tonight's run date, as VAR1TBAL rolls it.
           IF WS-NIGHT-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-NIGHT-DATE
           END-IF.

           COMPUTE WS-NIGHT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-NIGHT-INTEGER - WS-WINDOW-DAYS).
           PERFORM ACCUMULATE-TRAILING-WINDOW.

           PERFORM WRITE-REPORT-HEADING.
           IF WS-WIN-COUNT < WS-MIN-NIGHTS
               MOVE "NOHISTORY" TO WS-AUDIT-RESULT
               MOVE SPACES TO REPORT-LINE
               STRING "TRAILING WINDOW HOLDS TOO FEW POSTING NIGHTS"
                   DELIMITED BY SIZE
                   " - NO CODE EVALUATED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM VARYING WS-TC-IX FROM 1 BY 1
                       UNTIL WS-TC-IX > WS-TC-COUNT
                   PERFORM EVALUATE-ONE-CODE
               END-PERFORM
               IF WS-EXCEPTION-COUNT > 0
                   MOVE "EXCEPTION" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "NORMAL" TO WS-AUDIT-RESULT
               END-IF
           END-IF.
           IF WS-TABLE-FULL
               MOVE "TABLEFULL" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM WRITE-AUDIT-ENTRY.

           IF WS-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE NIGHT-HISTORY.
           CLOSE TREND-REPORT.
           CLOSE AUDIT-LOG.
           DISPLAY "VAR1TRND TOTALS - NIGHT " WS-NIGHT-DATE
               " WINDOW NIGHTS: " WS-WIN-COUNT
               " EVALUATED: " WS-EVALUATED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.
           STOP RUN.

      *    The posting run date comes off the history itself, not
      *    the clock, the same way VAR1TBAL takes it.
       ACCUMULATE-NIGHT-HISTORY.
           IF WS-NIGHT-DATE = ZERO
               MOVE HST-RUN-DATE TO WS-NIGHT-DATE
           END-IF.
           MOVE HST-VAR1-CODE TO WS-TC-NEW-CODE.
           PERFORM FIND-OR-INSERT-CODE.
           IF WS-TC-FOUND
               ADD 1 TO WS-TC-NIGHT-COUNT (WS-TC-IX)
               IF HST-TRANS-REVERSAL OR HST-TRANS-ADJUSTMENT
                   SUBTRACT HST-VAR1-AMOUNT
                       FROM WS-TC-NIGHT-NET (WS-TC-IX)
               ELSE
                   ADD HST-VAR1-AMOUNT TO WS-TC-NIGHT-NET (WS-TC-IX)
               END-IF
           END-IF.

      *    The window is the WS-WINDOW-DAYS calendar days before
      *    the night, the night itself excluded -- STEP030 has
      *    already loaded tonight's records into the store, and
      *    a night must not be averaged against itself.
       ACCUMULATE-TRAILING-WINDOW.
           OPEN INPUT TRAILING-HISTORY.
           IF WS-TRAILING-STATUS = "00" OR WS-TRAILING-STATUS = "05"
               PERFORM UNTIL WS-EOF-TRAILING
                   READ TRAILING-HISTORY
                       AT END
                           SET WS-EOF-TRAILING TO TRUE
                       NOT AT END
                           MOVE HSK-HISTORY-IMAGE
                               TO TRAILING-HISTORY-RECORD
                           ADD 1 TO WS-TRAIL-READ-COUNT
                           IF TRH-RUN-DATE >= WS-CUTOFF-DATE
                               AND TRH-RUN-DATE < WS-NIGHT-DATE
                               PERFORM ACCUMULATE-TRAILING-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAILING-HISTORY
           END-IF.

       ACCUMULATE-TRAILING-RECORD.
           ADD 1 TO WS-TRAIL-USED-COUNT.
           PERFORM NOTE-WINDOW-NIGHT.
           MOVE TRH-VAR1-CODE TO WS-TC-NEW-CODE.
           PERFORM FIND-OR-INSERT-CODE.
           IF WS-TC-FOUND
               ADD 1 TO WS-TC-TRAIL-COUNT (WS-TC-IX)
               IF TRH-TRANS-REVERSAL OR TRH-TRANS-ADJUSTMENT
                   SUBTRACT TRH-VAR1-AMOUNT
                       FROM WS-TC-TRAIL-NET (WS-TC-IX)
               ELSE
                   ADD TRH-VAR1-AMOUNT TO WS-TC-TRAIL-NET (WS-TC-IX)
               END-IF
               PERFORM NOTE-CODE-NIGHT
           END-IF.

       NOTE-CODE-NIGHT.
           IF TRH-VAR1-CODE NOT = WS-CN-CODE
               MOVE TRH-VAR1-CODE TO WS-CN-CODE
               MOVE 0 TO WS-CN-COUNT
           END-IF.
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
                   UNTIL WS-CN-IX > WS-CN-COUNT
                   OR WS-CN-DATE (WS-CN-IX) = TRH-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WS-CN-IX > WS-CN-COUNT
               AND WS-CN-COUNT < 366
               ADD 1 TO WS-CN-COUNT
               MOVE TRH-RUN-DATE TO WS-CN-DATE (WS-CN-COUNT)
               ADD 1 TO WS-TC-TRAIL-NIGHTS (WS-TC-IX)
           END-IF.

       NOTE-WINDOW-NIGHT.
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > WS-WIN-COUNT
                   OR WS-WIN-DATE (WS-WIN-IX) = TRH-RUN-DATE
               CONTINUE
           END-PERFORM.
           IF WS-WIN-IX > WS-WIN-COUNT
               AND WS-WIN-COUNT < WS-WIN-MAX
               ADD 1 TO WS-WIN-COUNT
               MOVE TRH-RUN-DATE TO WS-WIN-DATE (WS-WIN-COUNT)
           END-IF.

      *    Same find-or-insert idiom as VAR1TBAL's FIND-OR-INSERT-
      *    NIGHT-CODE: the table stays in ascending code order and
      *    WS-TC-IX points at the code's entry either way. A full
      *    table fails the step -- a check that silently skipped
      *    codes would read as a clean night.
       FIND-OR-INSERT-CODE.
           MOVE "N" TO WS-TC-FOUND-SWITCH.
           MOVE ZERO TO WS-TC-INSERT-AT.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
                   OR WS-TC-INSERT-AT > 0
               IF WS-TC-CODE (WS-TC-IX) = WS-TC-NEW-CODE
                   SET WS-TC-FOUND TO TRUE
                   MOVE WS-TC-IX TO WS-TC-INSERT-AT
               ELSE
                   IF WS-TC-CODE (WS-TC-IX) > WS-TC-NEW-CODE
                       MOVE WS-TC-IX TO WS-TC-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TC-FOUND
               MOVE WS-TC-INSERT-AT TO WS-TC-IX
           ELSE
               IF WS-TC-COUNT >= WS-TC-MAX
                   IF NOT WS-TABLE-FULL
                       DISPLAY "CODE TABLE FULL AT " WS-TC-NEW-CODE
                           " - TREND CHECK INCOMPLETE"
                   END-IF
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   IF WS-TC-INSERT-AT = 0
                       ADD 1 TO WS-TC-COUNT
                       MOVE WS-TC-COUNT TO WS-TC-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-TC-SHIFT-IX
                               FROM WS-TC-COUNT BY -1
                               UNTIL WS-TC-SHIFT-IX < WS-TC-INSERT-AT
                           MOVE WS-TC-ENTRY (WS-TC-SHIFT-IX)
                               TO WS-TC-ENTRY (WS-TC-SHIFT-IX + 1)
                       END-PERFORM
                       ADD 1 TO WS-TC-COUNT
                   END-IF
                   MOVE WS-TC-INSERT-AT TO WS-TC-IX
                   INITIALIZE WS-TC-ENTRY (WS-TC-IX)
                   MOVE WS-TC-NEW-CODE TO WS-TC-CODE (WS-TC-IX)
                   SET WS-TC-FOUND TO TRUE
               END-IF
           END-IF.

      *    A code with no trailing activity is new (or back after a
      *    long gap) and has no pattern to break; it is counted, not
      *    judged. Otherwise: silent tonight after posting on at
      *    least half the window's nights, or a count or net further
      *    from the trailing nightly average than the tolerance
      *    allows, is an exception. The net band is taken on the
      *    average's magnitude so a code that nets negative is held
      *    to the same percentage.
       EVALUATE-ONE-CODE.
           MOVE "N" TO WS-EXCEPTION-SWITCH.
           MOVE SPACES TO WS-FINDING.
           IF WS-TC-TRAIL-COUNT (WS-TC-IX) = ZERO
               IF WS-TC-NIGHT-COUNT (WS-TC-IX) > ZERO
                   ADD 1 TO WS-NEW-CODE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-EVALUATED-COUNT
               PERFORM FIND-CODE-TOLERANCE
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-TC-TRAIL-COUNT (WS-TC-IX) / WS-WIN-COUNT
               COMPUTE WS-AVG-NET ROUNDED =
                   WS-TC-TRAIL-NET (WS-TC-IX) / WS-WIN-COUNT
               IF WS-TC-NIGHT-COUNT (WS-TC-IX) = ZERO
                   IF WS-TC-TRAIL-NIGHTS (WS-TC-IX) * 2
                       >= WS-WIN-COUNT
                       SET WS-CODE-EXCEPTION TO TRUE
                       MOVE "SILENT" TO WS-FINDING
                       ADD 1 TO WS-SILENT-COUNT
                   END-IF
               ELSE
                   PERFORM TEST-CODE-TOLERANCE
               END-IF
           END-IF.
           IF WS-CODE-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       TEST-CODE-TOLERANCE.
           COMPUTE WS-COUNT-BAND =
               WS-AVG-COUNT * WS-TOLERANCE / 100.
           COMPUTE WS-COUNT-DIFF =
               WS-TC-NIGHT-COUNT (WS-TC-IX) - WS-AVG-COUNT.
           IF WS-COUNT-DIFF < ZERO
               COMPUTE WS-COUNT-DIFF = ZERO - WS-COUNT-DIFF
           END-IF.
           IF WS-AVG-NET < ZERO
               COMPUTE WS-NET-BAND =
                   (ZERO - WS-AVG-NET) * WS-TOLERANCE / 100
           ELSE
               COMPUTE WS-NET-BAND =
                   WS-AVG-NET * WS-TOLERANCE / 100
           END-IF.
           COMPUTE WS-NET-DIFF =
               WS-TC-NIGHT-NET (WS-TC-IX) - WS-AVG-NET.
           IF WS-NET-DIFF < ZERO
               COMPUTE WS-NET-DIFF = ZERO - WS-NET-DIFF
           END-IF.
           IF WS-COUNT-DIFF > WS-COUNT-BAND
               SET WS-CODE-EXCEPTION TO TRUE
               IF WS-NET-DIFF > WS-NET-BAND
                   MOVE "COUNT+NET" TO WS-FINDING
               ELSE
                   MOVE "COUNT" TO WS-FINDING
               END-IF
           ELSE
               IF WS-NET-DIFF > WS-NET-BAND
                   SET WS-CODE-EXCEPTION TO TRUE
                   MOVE "NET" TO WS-FINDING
               END-IF
           END-IF.

       FIND-CODE-TOLERANCE.
           MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.
           PERFORM VARYING WS-TOL-IX FROM 1 BY 1
                   UNTIL WS-TOL-IX > WS-TOL-COUNT
               IF WS-TOL-CODE (WS-TOL-IX) = WS-TC-CODE (WS-TC-IX)
                   MOVE WS-TOL-PERCENT (WS-TOL-IX) TO WS-TOLERANCE
               END-IF
           END-PERFORM.

       LOAD-TOLERANCE-CARDS.
           OPEN INPUT TOLERANCE-CARDS.
           IF WS-TOLR-STATUS = "00" OR WS-TOLR-STATUS = "05"
               PERFORM UNTIL WS-EOF-TOLERANCES
                   READ TOLERANCE-CARDS
                       AT END
                           SET WS-EOF-TOLERANCES TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-TOLERANCE
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-CARDS
           END-IF.

       LOAD-ONE-TOLERANCE.
           IF TOL-VAR1-CODE = SPACES
               OR TOL-PERCENT NOT NUMERIC
               DISPLAY "VAR1TOLR CARD IGNORED: " TOLERANCE-CARD
           ELSE
               IF WS-TOL-COUNT < WS-TOL-MAX
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TOL-VAR1-CODE TO WS-TOL-CODE (WS-TOL-COUNT)
                   MOVE TOL-PERCENT-NUM
                       TO WS-TOL-PERCENT (WS-TOL-COUNT)
               ELSE
                   DISPLAY "VAR1TOLR TABLE FULL - CARD IGNORED: "
                       TOLERANCE-CARD
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE WS-TC-CODE (WS-TC-IX) TO DTL-VAR1-CODE.
           MOVE WS-TC-NIGHT-COUNT (WS-TC-IX) TO DTL-NIGHT-COUNT.
           MOVE WS-AVG-COUNT TO DTL-AVG-COUNT.
           MOVE WS-TC-NIGHT-NET (WS-TC-IX) TO DTL-NIGHT-NET.
           MOVE WS-AVG-NET TO DTL-AVG-NET.
           MOVE WS-TOLERANCE TO DTL-TOLERANCE.
           MOVE WS-FINDING TO DTL-FINDING.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 10
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NIGHT HISTORY RECORDS" TO TOT-LABEL.
           MOVE WS-NIGHT-READ-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "WINDOW HISTORY RECORDS" TO TOT-LABEL.
           MOVE WS-TRAIL-USED-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CODES EVALUATED" TO TOT-LABEL.
           MOVE WS-EVALUATED-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NEW CODES NOT EVALUATED" TO TOT-LABEL.
           MOVE WS-NEW-CODE-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "EXPECTED BUT SILENT" TO TOT-LABEL.
           MOVE WS-SILENT-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "VARIANCE EXCEPTIONS" TO TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AUDIT-RESULT TO RES-RESULT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-VARIANCE TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE WS-EVALUATED-COUNT TO AUDIT-CODES-EVALUATED.
           MOVE WS-EXCEPTION-COUNT TO AUDIT-VARIANCE-COUNT.
           MOVE WS-AUDIT-RESULT TO AUDIT-VARIANCE-RESULT.
           WRITE AUDIT-LOG-RECORD.

       READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-WINDOW-DAYS IS NUMERIC
                           AND SYSIN-WINDOW-NUM > ZERO
                           MOVE SYSIN-WINDOW-NUM TO WS-WINDOW-DAYS
                       END-IF
                       IF SYSIN-RUN-ID NOT = SPACES
                           MOVE SYSIN-RUN-ID TO WS-CONTROL-RUN-ID
                       END-IF
                       IF SYSIN-TOLERANCE IS NUMERIC
                           MOVE SYSIN-TOLERANCE-NUM
                               TO WS-DEFAULT-TOLERANCE
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-NIGHT-DATE TO HDR-NIGHT-DATE.
           MOVE WS-CUTOFF-DATE TO HDR-CUTOFF-DATE.
           MOVE WS-WIN-COUNT TO HDR-NIGHTS.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.

       END PROGRAM VAR1TRND.
