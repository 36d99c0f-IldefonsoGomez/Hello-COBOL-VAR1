      ******************************************************************
      * Program: VAR1HROL
      * Purpose: Year-end history roll. Moves one closed year out of
      *          the keyed VAR1HSTK.DAT history store into an annual
      *          archive generation (VAR1HARC), in two phases that
      *          each prove record counts and net amounts per code
      *          before anything is given up:
      *            A - archive: every store record effective in the
      *                year is copied to the VAR1HARW work file, the
      *                work file is read back and proven per code
      *                against the store, and the year is logged A
      *                on VAR1HCTL.DAT (HCTLREC) with its count and
      *                net. STEP020 then catalogs the work file as the
      *                next VAR1HARC generation.
      *            P - purge: the new generation is proven per code
      *                against the store and against the A figures,
      *                the year is logged P, its records are deleted
      *                from the store, and it is logged C.
      *          Restartable at every point: phase A changes nothing
      *          until its proof holds, and a purge that dies part way
      *          is left at P, where the rerun proves the generation
      *          against the logged figures alone (the store no longer
      *          holds the whole year) and deletes what remains. From
      *          P on, VAR1HRPT and VAR1HEXT read the year from the
      *          archive generations. Only the next year in turn may
      *          be rolled, only once all twelve of its periods are
      *          closed on PROCCAL.DAT, and only by a run id holding
      *          the close-periods function on VAR1AUTH.DAT -- rolling
      *          a year is the last step of closing it. Each phase run
      *          is logged to AUDITLOG.DAT as a type H entry; a
      *          refused id is logged as a type A entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1HROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching JCL/VAR1HROLJ.JCL, same convention
      *    as every other program in this suite.
           SELECT HISTORY-STORE ASSIGN TO VAR1HISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-STORE-STATUS.

      *    Phase A's archive copy, written and then read back for
      *    the proof before STEP020 catalogs it.
           SELECT ARCHIVE-WORK ASSIGN TO VAR1HARW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      *    Phase P's view of the generation STEP020 cataloged.
           SELECT ARCHIVE-GENERATION ASSIGN TO VAR1HARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL HISTORY-CONTROL ASSIGN TO VAR1HCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PROC-CALENDAR ASSIGN TO PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may close periods -- the authority a roll rides on.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT ROLL-REPORT ASSIGN TO ROLLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLRPT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-STORE
           RECORDING MODE IS F.
           COPY HSTKREC.

      *    Archive records are plain HISTREC images, the same shape
      *    the sequential history always had, so the generations
      *    read like the old VAR1HIST.DAT; a blank HST-CURRENCY
      *    is base currency.
       FD  ARCHIVE-WORK
           RECORDING MODE IS F.
       01 ARCHIVE-WORK-RECORD PIC X(91).

       FD  ARCHIVE-GENERATION
           RECORDING MODE IS F.
       01 ARCHIVE-GENERATION-RECORD PIC X(91).

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
           COPY HCTLREC.

       FD  PROC-CALENDAR
           RECORDING MODE IS F.
           COPY CALREC.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

       FD  ROLL-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

      *    Columns 1-4: the year to roll (required). Columns 7-26:
      *    the acting operator's run id, in the same position as the
      *    other programs' control cards (required). Column 28: the
      *    phase, A (archive and prove) or P (prove and purge).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 SYSIN-ROLL-YEAR PIC X(4).
           05 SYSIN-ROLL-YEAR-NUM REDEFINES SYSIN-ROLL-YEAR
              PIC 9(4).
           05 FILLER PIC X(2).
           05 SYSIN-RUN-ID PIC X(20).
           05 FILLER PIC X.
           05 SYSIN-PHASE PIC X.

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05 WS-STORE-STATUS PIC XX VALUE "00".
           05 WS-WORK-STATUS PIC XX VALUE "00".
           05 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           05 WS-CONTROL-STATUS PIC XX VALUE "00".
           05 WS-CALENDAR-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-ROLLRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-STORE-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-STORE VALUE "Y".
           05 WS-ARCHIVE-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-ARCHIVE VALUE "Y".
           05 WS-CTL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CONTROL VALUE "Y".
           05 WS-CAL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CALENDAR VALUE "Y".
           05 WS-PHASE-SWITCH PIC X VALUE SPACE.
              88 WS-PHASE-ARCHIVE VALUE "A".
              88 WS-PHASE-PURGE VALUE "P".
           05 WS-ROLL-FAILED-SWITCH PIC X VALUE "N".
              88 WS-ROLL-FAILED VALUE "Y".
           05 WS-WRITE-WORK-SWITCH PIC X VALUE "N".
              88 WS-WRITE-WORK VALUE "Y".
           05 WS-PF-FOUND-SWITCH PIC X VALUE "N".
              88 WS-PF-FOUND VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-ROLL-YEAR PIC 9(4) VALUE ZERO.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The latest year-roll entry on VAR1HCTL.DAT. Rolls go one
      *    year at a time, so the latest entry is the only roll that
      *    can still be unfinished; its figures are the A proof's
      *    count and net, carried forward on the P and C entries.
       01 WS-LATEST-ROLL-FIELDS.
           05 WS-LATEST-ROLL-YEAR PIC 9(4) VALUE ZERO.
           05 WS-LATEST-ROLL-STATE PIC X VALUE SPACE.
              88 WS-LATEST-NONE VALUE SPACE.
              88 WS-LATEST-ARCHIVED VALUE "A".
              88 WS-LATEST-PURGING VALUE "P".
              88 WS-LATEST-COMPLETE VALUE "C".
           05 WS-LATEST-COUNT PIC 9(9) VALUE ZERO.
           05 WS-LATEST-NET PIC S9(11)V99 VALUE ZERO.
           05 WS-LATEST-LAST-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-ROLL-FIELDS.
           05 WS-ENTRY-STATE PIC X VALUE SPACE.
           05 WS-RECORD-NET PIC S9(9)V99 VALUE ZERO.
           05 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-OLDEST-LIVE-YEAR PIC 9(4) VALUE 9999.
           05 WS-CLOSED-MONTHS PIC 9(2) VALUE ZERO.
           05 WS-MONTH-IX PIC 9(2) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(6) VALUE SPACES.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

       01 WS-MONTH-TABLE.
           05 WS-MONTH-CLOSED PIC X OCCURS 12 TIMES.

       01 WS-CAL-PERIOD-PARTS.
           05 WS-CAL-YYYY PIC 9(4).
           05 WS-CAL-MM PIC 9(2).
       01 WS-CAL-PERIOD REDEFINES WS-CAL-PERIOD-PARTS PIC 9(6).

      *    Per-code proof: the year's count and net as the store
      *    holds them beside the same figures off the archive copy.
      *    The store returns codes in key order and the archive copy
      *    is written in that order, so the lookup tries the entry
      *    in hand and the one after before searching. Sized to the
      *    same 5000 codes as the master and GL tables; an overflow
      *    fails the roll -- a proof that cannot see every code
      *    proves nothing.
       01 WS-PROOF-TABLE.
           05 WS-PF-COUNT PIC 9(5) VALUE 0.
           05 WS-PF-MAX PIC 9(5) VALUE 5000.
           05 WS-PF-IX PIC 9(5) VALUE 0.
           05 WS-PF-ENTRY OCCURS 5000 TIMES.
               10 WS-PF-CODE PIC X(5).
               10 WS-PF-LIVE-COUNT PIC 9(7).
               10 WS-PF-LIVE-NET PIC S9(11)V99.
               10 WS-PF-ARCH-COUNT PIC 9(7).
               10 WS-PF-ARCH-NET PIC S9(11)V99.

       01 WS-PROOF-TOTALS.
           05 WS-LIVE-COUNT PIC 9(9) VALUE 0.
           05 WS-LIVE-NET PIC S9(11)V99 VALUE 0.
           05 WS-ARCH-COUNT PIC 9(9) VALUE 0.
           05 WS-ARCH-NET PIC S9(11)V99 VALUE 0.
           05 WS-OLDER-COUNT PIC 9(9) VALUE 0.
           05 WS-PURGED-COUNT PIC 9(9) VALUE 0.
           05 WS-CODES-OUT PIC 9(5) VALUE 0.

       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 1.
           05 WS-LINE-COUNT PIC 9(2) VALUE 0.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

           COPY HISTREC.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(10) VALUE "PROGRAM: ".
           05 FILLER PIC X(20) VALUE "VAR1HROL".
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
           05 FILLER PIC X(30)
              VALUE "HISTORY YEAR-END ROLL - YEAR ".
           05 HDR-ROLL-YEAR PIC 9(4).
           05 FILLER PIC X(8) VALUE "  PHASE ".
           05 HDR-PHASE PIC X.

       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(10) VALUE "LIVE RECS".
           05 FILLER PIC X(19) VALUE "          LIVE NET".
           05 FILLER PIC X(10) VALUE " ARCH RECS".
           05 FILLER PIC X(19) VALUE "          ARCH NET".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PROOF".

       01 WS-DETAIL-LINE.
           05 DTL-VAR1-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-LIVE-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-LIVE-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-ARCH-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-ARCH-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PROOF PIC X(4).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(22).
           05 TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESULT-LINE.
           05 FILLER PIC X(13) VALUE "ROLL RESULT: ".
           05 RES-RESULT PIC X(6).
           05 FILLER PIC X(15) VALUE "  CODES OUT: ".
           05 RES-OUT-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           IF NOT WS-PHASE-ARCHIVE AND NOT WS-PHASE-PURGE
               DISPLAY "VAR1HROL - PHASE MUST BE A (ARCHIVE) OR "
                   "P (PURGE)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ROLL-YEAR = ZERO
               DISPLAY "VAR1HROL - YEAR (YYYY) REQUIRED ON SYSIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Giving up the live copy of a year is an accountability
      *    action, the same as the period lock it follows.
           IF WS-CONTROL-RUN-ID = SPACES
               DISPLAY "VAR1HROL - RUN ID REQUIRED ON SYSIN"
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No authority file, no roll: the check fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           CLOSE VAR1-AUTHORITY.
           IF NOT WS-RUN-ID-AUTHORIZED
               PERFORM WRITE-REFUSAL-ENTRY
               DISPLAY "VAR1HROL - " WS-CONTROL-RUN-ID
                   " NOT AUTHORIZED TO ROLL HISTORY - REASON "
                   WS-AUTH-REASON
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ROLL-REPORT.
           IF WS-ROLLRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ROLLRPT - STATUS "
                   WS-ROLLRPT-STATUS
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM FIND-LATEST-ROLL.
           IF WS-PHASE-ARCHIVE
               PERFORM ARCHIVE-YEAR
           ELSE
               PERFORM PURGE-YEAR
           END-IF.

           IF WS-ROLL-FAILED
               MOVE "FAILED" TO WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RESULT-LINE.
           PERFORM WRITE-AUDIT-ENTRY.

           CLOSE ROLL-REPORT.
           CLOSE AUDIT-LOG.
           DISPLAY "VAR1HROL TOTALS - YEAR: " WS-ROLL-YEAR
               " PHASE: " WS-PHASE-SWITCH
               " LIVE: " WS-LIVE-COUNT
               " ARCHIVE: " WS-ARCH-COUNT
               " PURGED: " WS-PURGED-COUNT
               " RESULT: " WS-AUDIT-RESULT.
           STOP RUN.

      *    Phase A. The year must be the next one in turn -- after
      *    the last roll, which must be complete -- and fully
      *    closed; nothing older may still be live, or it would be
      *    stranded between the store and the archive.
       ARCHIVE-YEAR.
           PERFORM CHECK-ARCHIVE-ALLOWED.
           IF NOT WS-ROLL-FAILED
               PERFORM CHECK-YEAR-CLOSED
           END-IF.
           IF NOT WS-ROLL-FAILED
               PERFORM COPY-YEAR-TO-WORK
           END-IF.
           IF NOT WS-ROLL-FAILED
               PERFORM READ-BACK-WORK
           END-IF.
           IF NOT WS-ROLL-FAILED
               PERFORM PROVE-PER-CODE
               PERFORM WRITE-PROOF-TOTALS
           END-IF.
           IF NOT WS-ROLL-FAILED
               MOVE WS-LIVE-COUNT TO WS-LATEST-COUNT
               MOVE WS-LIVE-NET TO WS-LATEST-NET
               MOVE WS-LAST-RUN-DATE TO WS-LATEST-LAST-RUN-DATE
               MOVE "A" TO WS-ENTRY-STATE
               PERFORM WRITE-ROLL-ENTRY
           END-IF.
           IF NOT WS-ROLL-FAILED
               MOVE "PROVEN" TO WS-AUDIT-RESULT
           END-IF.

       CHECK-ARCHIVE-ALLOWED.
           IF NOT WS-LATEST-NONE
               IF NOT WS-LATEST-COMPLETE
                   DISPLAY "VAR1HROL - ROLL OF " WS-LATEST-ROLL-YEAR
                       " NOT COMPLETE - FINISH IT FIRST"
                   SET WS-ROLL-FAILED TO TRUE
               ELSE
                   IF WS-ROLL-YEAR NOT > WS-LATEST-ROLL-YEAR
                       DISPLAY "VAR1HROL - YEAR " WS-ROLL-YEAR
                           " ALREADY ROLLED (THROUGH "
                           WS-LATEST-ROLL-YEAR ")"
                       SET WS-ROLL-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

       COPY-YEAR-TO-WORK.
           OPEN INPUT HISTORY-STORE.
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HSTK.DAT - STATUS "
                   WS-STORE-STATUS
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               OPEN OUTPUT ARCHIVE-WORK
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING VAR1HARW - STATUS "
                       WS-WORK-STATUS
                   SET WS-ROLL-FAILED TO TRUE
               ELSE
                   SET WS-WRITE-WORK TO TRUE
                   PERFORM SWEEP-STORE-YEAR
                   CLOSE ARCHIVE-WORK
               END-IF
               CLOSE HISTORY-STORE
           END-IF.
           IF NOT WS-ROLL-FAILED
               IF WS-OLDER-COUNT > 0
                   DISPLAY "VAR1HROL - " WS-OLDER-COUNT
                       " RECORDS FROM " WS-OLDEST-LIVE-YEAR
                       " STILL LIVE - ROLL THAT YEAR FIRST"
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
               IF WS-LIVE-COUNT = ZERO
                   DISPLAY "VAR1HROL - NO HISTORY ON FILE FOR "
                       WS-ROLL-YEAR
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
           END-IF.

       READ-BACK-WORK.
           OPEN INPUT ARCHIVE-WORK.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ERROR REOPENING VAR1HARW - STATUS "
                   WS-WORK-STATUS
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
               PERFORM UNTIL WS-EOF-ARCHIVE
                   READ ARCHIVE-WORK INTO VAR1-HISTORY-RECORD
                       AT END
                           SET WS-EOF-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-WORK
           END-IF.

      *    Phase P. From A the generation is proven both per code
      *    against the store and in total against the A figures
      *    before the year is marked P and purged; from P (a purge
      *    that died part way) the store is already short, so the
      *    generation is proven against the A figures alone.
       PURGE-YEAR.
           PERFORM CHECK-PURGE-ALLOWED.
           IF NOT WS-ROLL-FAILED
               OPEN I-O HISTORY-STORE
               IF WS-STORE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING VAR1HSTK.DAT - STATUS "
                       WS-STORE-STATUS
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-ROLL-FAILED
               PERFORM PROVE-ARCHIVE-GENERATION
               IF WS-ROLL-FAILED
                   CLOSE HISTORY-STORE
               END-IF
           END-IF.
           IF NOT WS-ROLL-FAILED
               IF WS-LATEST-ARCHIVED
                   MOVE "P" TO WS-ENTRY-STATE
                   PERFORM WRITE-ROLL-ENTRY
               END-IF
      *        Nothing is purged unless the P entry is on the log, or
      *        a rerun would prove a half-purged store against A.
               IF NOT WS-ROLL-FAILED
                   PERFORM PURGE-STORE-YEAR
               END-IF
               CLOSE HISTORY-STORE
           END-IF.
           IF NOT WS-ROLL-FAILED
               MOVE "C" TO WS-ENTRY-STATE
               PERFORM WRITE-ROLL-ENTRY
           END-IF.
           IF NOT WS-ROLL-FAILED
               MOVE "PURGED" TO WS-AUDIT-RESULT
           END-IF.

       CHECK-PURGE-ALLOWED.
           IF WS-LATEST-ROLL-YEAR NOT = WS-ROLL-YEAR
               OR (NOT WS-LATEST-ARCHIVED AND NOT WS-LATEST-PURGING)
               IF WS-LATEST-ROLL-YEAR = WS-ROLL-YEAR
                   AND WS-LATEST-COMPLETE
                   DISPLAY "VAR1HROL - YEAR " WS-ROLL-YEAR
                       " ALREADY PURGED"
               ELSE
                   DISPLAY "VAR1HROL - YEAR " WS-ROLL-YEAR
                       " NOT ARCHIVED - RUN PHASE A FIRST"
               END-IF
               SET WS-ROLL-FAILED TO TRUE
           END-IF.

       PROVE-ARCHIVE-GENERATION.
           OPEN INPUT ARCHIVE-GENERATION.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HARC - STATUS "
                   WS-ARCHIVE-STATUS
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               IF WS-LATEST-ARCHIVED
                   MOVE "N" TO WS-WRITE-WORK-SWITCH
                   PERFORM SWEEP-STORE-YEAR
               END-IF
               MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
               PERFORM UNTIL WS-EOF-ARCHIVE
                   READ ARCHIVE-GENERATION INTO VAR1-HISTORY-RECORD
                       AT END
                           SET WS-EOF-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-GENERATION
               IF WS-LATEST-ARCHIVED
                   PERFORM PROVE-PER-CODE
               END-IF
               PERFORM WRITE-PROOF-TOTALS
               IF WS-ARCH-COUNT NOT = WS-LATEST-COUNT
                   OR WS-ARCH-NET NOT = WS-LATEST-NET
                   DISPLAY "VAR1HROL - ARCHIVE GENERATION DOES NOT "
                       "MATCH THE PHASE A FIGURES FOR " WS-ROLL-YEAR
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
           END-IF.

      *    Every month of the year must be closed -- a roll takes
      *    the year out of reach of the nightly run for good.
       CHECK-YEAR-CLOSED.
           IF WS-ROLL-YEAR NOT < WS-RUN-YYYY
               DISPLAY "VAR1HROL - YEAR " WS-ROLL-YEAR
                   " IS NOT OVER"
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               PERFORM COUNT-CLOSED-MONTHS
               IF WS-CLOSED-MONTHS < 12
                   AND NOT WS-ROLL-FAILED
                   DISPLAY "VAR1HROL - ONLY " WS-CLOSED-MONTHS
                       " OF 12 PERIODS OF " WS-ROLL-YEAR " CLOSED"
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
           END-IF.

       COUNT-CLOSED-MONTHS.
           MOVE ALL "N" TO WS-MONTH-TABLE.
           MOVE ZERO TO WS-CLOSED-MONTHS.
           OPEN INPUT PROC-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PROCCAL.DAT - STATUS "
                   WS-CALENDAR-STATUS
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-CALENDAR
                   READ PROC-CALENDAR
                       AT END
                           SET WS-EOF-CALENDAR TO TRUE
                       NOT AT END
                           PERFORM NOTE-CLOSED-MONTH
                   END-READ
               END-PERFORM
               CLOSE PROC-CALENDAR
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > 12
                   IF WS-MONTH-CLOSED (WS-MONTH-IX) = "Y"
                       ADD 1 TO WS-CLOSED-MONTHS
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-CLOSED-MONTH.
           IF CAL-REC-PERIOD
               MOVE CAL-PERIOD TO WS-CAL-PERIOD
               IF WS-CAL-YYYY = WS-ROLL-YEAR
                   AND WS-CAL-MM >= 1
                   AND WS-CAL-MM <= 12
                   AND CAL-PERIOD-CLOSED
                   MOVE "Y" TO WS-MONTH-CLOSED (WS-CAL-MM)
               END-IF
           END-IF.

      *    One pass of the store in key order. Records effective in
      *    the roll year count toward the live side of the proof
      *    (and, in phase A, go to the work file); older ones are
      *    counted so phase A can refuse to strand them.
       SWEEP-STORE-YEAR.
           MOVE "N" TO WS-STORE-EOF-SWITCH.
           MOVE LOW-VALUES TO HSK-KEY.
           START HISTORY-STORE KEY IS NOT LESS THAN HSK-KEY
               INVALID KEY
                   SET WS-EOF-STORE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-STORE
               READ HISTORY-STORE NEXT RECORD
                   AT END
                       SET WS-EOF-STORE TO TRUE
                   NOT AT END
                       MOVE HSK-HISTORY-IMAGE TO VAR1-HISTORY-RECORD
                       IF HST-VAR1-EFF-YYYY = WS-ROLL-YEAR
                           PERFORM ACCUMULATE-LIVE-RECORD
                       ELSE
                           IF HST-VAR1-EFF-YYYY < WS-ROLL-YEAR
                               ADD 1 TO WS-OLDER-COUNT
                               IF HST-VAR1-EFF-YYYY
                                   < WS-OLDEST-LIVE-YEAR
                                   MOVE HST-VAR1-EFF-YYYY
                                       TO WS-OLDEST-LIVE-YEAR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCUMULATE-LIVE-RECORD.
           IF WS-WRITE-WORK
               WRITE ARCHIVE-WORK-RECORD FROM VAR1-HISTORY-RECORD
           END-IF.
           IF HST-RUN-DATE > WS-LAST-RUN-DATE
               MOVE HST-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           PERFORM SET-RECORD-NET.
           PERFORM FIND-PROOF-CODE.
           IF WS-PF-FOUND
               ADD 1 TO WS-PF-LIVE-COUNT (WS-PF-IX)
               ADD WS-RECORD-NET TO WS-PF-LIVE-NET (WS-PF-IX)
           END-IF.
           ADD 1 TO WS-LIVE-COUNT.
           ADD WS-RECORD-NET TO WS-LIVE-NET.

      *    An archive record outside the roll year means the wrong
      *    generation is on the DD; it still counts, so the proof
      *    fails rather than quietly passing over it.
       ACCUMULATE-ARCHIVE-RECORD.
           IF HST-VAR1-EFF-YYYY NOT = WS-ROLL-YEAR
               DISPLAY "VAR1HROL - ARCHIVE RECORD FOR " HST-VAR1-CODE
                   " EFFECTIVE " HST-VAR1-EFF-DATE
                   " IS OUTSIDE " WS-ROLL-YEAR
               SET WS-ROLL-FAILED TO TRUE
           END-IF.
           PERFORM SET-RECORD-NET.
           PERFORM FIND-PROOF-CODE.
           IF WS-PF-FOUND
               ADD 1 TO WS-PF-ARCH-COUNT (WS-PF-IX)
               ADD WS-RECORD-NET TO WS-PF-ARCH-NET (WS-PF-IX)
           END-IF.
           ADD 1 TO WS-ARCH-COUNT.
           ADD WS-RECORD-NET TO WS-ARCH-NET.

      *    Reversals (R) and adjustments (J) net against postings,
      *    the same way VAR1HRPT and VAR1TBAL total them.
       SET-RECORD-NET.
           IF HST-TRANS-REVERSAL OR HST-TRANS-ADJUSTMENT
               COMPUTE WS-RECORD-NET = 0 - HST-VAR1-AMOUNT
           ELSE
               MOVE HST-VAR1-AMOUNT TO WS-RECORD-NET
           END-IF.

       FIND-PROOF-CODE.
           MOVE "N" TO WS-PF-FOUND-SWITCH.
           IF WS-PF-IX > 0
               IF WS-PF-CODE (WS-PF-IX) = HST-VAR1-CODE
                   SET WS-PF-FOUND TO TRUE
               ELSE
                   IF WS-PF-IX < WS-PF-COUNT
                       AND WS-PF-CODE (WS-PF-IX + 1) = HST-VAR1-CODE
                       ADD 1 TO WS-PF-IX
                       SET WS-PF-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-PF-FOUND
               PERFORM VARYING WS-PF-IX FROM 1 BY 1
                       UNTIL WS-PF-IX > WS-PF-COUNT
                       OR WS-PF-FOUND
                   IF WS-PF-CODE (WS-PF-IX) = HST-VAR1-CODE
                       SET WS-PF-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PF-FOUND
                   SUBTRACT 1 FROM WS-PF-IX
               END-IF
           END-IF.
           IF NOT WS-PF-FOUND
               IF WS-PF-COUNT >= WS-PF-MAX
                   IF NOT WS-ROLL-FAILED
                       DISPLAY "VAR1HROL - PROOF TABLE FULL AT "
                           WS-PF-MAX " CODES - ROLL NOT PROVABLE"
                   END-IF
                   SET WS-ROLL-FAILED TO TRUE
                   MOVE ZERO TO WS-PF-IX
               ELSE
                   ADD 1 TO WS-PF-COUNT
                   MOVE WS-PF-COUNT TO WS-PF-IX
                   MOVE HST-VAR1-CODE TO WS-PF-CODE (WS-PF-IX)
                   MOVE ZERO TO WS-PF-LIVE-COUNT (WS-PF-IX)
                   MOVE ZERO TO WS-PF-LIVE-NET (WS-PF-IX)
                   MOVE ZERO TO WS-PF-ARCH-COUNT (WS-PF-IX)
                   MOVE ZERO TO WS-PF-ARCH-NET (WS-PF-IX)
                   SET WS-PF-FOUND TO TRUE
               END-IF
           END-IF.

      *    One line per code; a code whose count or net differs
      *    between the two sides fails the roll.
       PROVE-PER-CODE.
           PERFORM VARYING WS-PF-IX FROM 1 BY 1
                   UNTIL WS-PF-IX > WS-PF-COUNT
               MOVE WS-PF-CODE (WS-PF-IX) TO DTL-VAR1-CODE
               MOVE WS-PF-LIVE-COUNT (WS-PF-IX) TO DTL-LIVE-COUNT
               MOVE WS-PF-LIVE-NET (WS-PF-IX) TO DTL-LIVE-NET
               MOVE WS-PF-ARCH-COUNT (WS-PF-IX) TO DTL-ARCH-COUNT
               MOVE WS-PF-ARCH-NET (WS-PF-IX) TO DTL-ARCH-NET
               IF WS-PF-LIVE-COUNT (WS-PF-IX) =
                   WS-PF-ARCH-COUNT (WS-PF-IX)
                   AND WS-PF-LIVE-NET (WS-PF-IX) =
                       WS-PF-ARCH-NET (WS-PF-IX)
                   MOVE "OK" TO DTL-PROOF
               ELSE
                   MOVE "OUT" TO DTL-PROOF
                   ADD 1 TO WS-CODES-OUT
                   SET WS-ROLL-FAILED TO TRUE
               END-IF
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   ADD 1 TO WS-PAGE-NO
                   PERFORM WRITE-REPORT-HEADING
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-PROOF-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PHASE-ARCHIVE OR WS-LATEST-ARCHIVED
               MOVE "LIVE STORE" TO TOT-LABEL
               MOVE WS-LIVE-COUNT TO TOT-COUNT
               MOVE WS-LIVE-NET TO TOT-AMOUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "ARCHIVE COPY" TO TOT-LABEL.
           MOVE WS-ARCH-COUNT TO TOT-COUNT.
           MOVE WS-ARCH-NET TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PHASE-PURGE
               MOVE "PHASE A FIGURES" TO TOT-LABEL
               MOVE WS-LATEST-COUNT TO TOT-COUNT
               MOVE WS-LATEST-NET TO TOT-AMOUNT
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-PHASE-ARCHIVE
               AND (WS-LIVE-COUNT NOT = WS-ARCH-COUNT
               OR WS-LIVE-NET NOT = WS-ARCH-NET)
               SET WS-ROLL-FAILED TO TRUE
           END-IF.
           ADD 4 TO WS-LINE-COUNT.

      *    Every store record effective in the roll year goes;
      *    DELETE under dynamic access leaves the position on the
      *    next record, so the sweep simply carries on.
       PURGE-STORE-YEAR.
           MOVE "N" TO WS-STORE-EOF-SWITCH.
           MOVE LOW-VALUES TO HSK-KEY.
           START HISTORY-STORE KEY IS NOT LESS THAN HSK-KEY
               INVALID KEY
                   SET WS-EOF-STORE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-STORE
               READ HISTORY-STORE NEXT RECORD
                   AT END
                       SET WS-EOF-STORE TO TRUE
                   NOT AT END
                       MOVE HSK-HISTORY-IMAGE TO VAR1-HISTORY-RECORD
                       IF HST-VAR1-EFF-YYYY = WS-ROLL-YEAR
                           DELETE HISTORY-STORE RECORD
                               INVALID KEY
                                   DISPLAY "VAR1HROL - DELETE FAILED "
                                       HSK-KEY " STATUS "
                                       WS-STORE-STATUS
                                   SET WS-ROLL-FAILED TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PURGED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *    The control file only grows; the last Y entry read is the
      *    state of the latest roll.
       FIND-LATEST-ROLL.
           OPEN INPUT HISTORY-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-EOF-CONTROL
                   READ HISTORY-CONTROL
                       AT END
                           SET WS-EOF-CONTROL TO TRUE
                       NOT AT END
                           IF HCT-REC-ROLL
                               MOVE HCT-ROLL-YEAR
                                   TO WS-LATEST-ROLL-YEAR
                               MOVE HCT-STATE TO WS-LATEST-ROLL-STATE
                               MOVE HCT-RECORD-COUNT
                                   TO WS-LATEST-COUNT
                               MOVE HCT-NET-AMOUNT TO WS-LATEST-NET
                               MOVE HCT-HIST-RUN-DATE
                                   TO WS-LATEST-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-CONTROL
           END-IF.

      *    Opened per entry so each state change is on the file the
      *    moment it is decided, whatever happens to the step next.
       WRITE-ROLL-ENTRY.
           OPEN EXTEND HISTORY-CONTROL.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT HISTORY-CONTROL
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
               DISPLAY "ERROR OPENING VAR1HCTL.DAT - STATUS "
                   WS-CONTROL-STATUS
               SET WS-ROLL-FAILED TO TRUE
           ELSE
               MOVE SPACES TO VAR1-HISTORY-CONTROL-RECORD
               SET HCT-REC-ROLL TO TRUE
               MOVE WS-ENTRY-STATE TO HCT-STATE
               MOVE WS-RUN-DATE-NUM TO HCT-STAMP-DATE
               MOVE WS-RUN-TIME TO HCT-STAMP-TIME
               MOVE ZERO TO HCT-LOAD-NUMBER
               MOVE WS-ROLL-YEAR TO HCT-ROLL-YEAR
               MOVE WS-LATEST-LAST-RUN-DATE TO HCT-HIST-RUN-DATE
               MOVE WS-LATEST-COUNT TO HCT-RECORD-COUNT
               MOVE WS-LATEST-NET TO HCT-NET-AMOUNT
               MOVE WS-CONTROL-RUN-ID TO HCT-USER-ID
               WRITE VAR1-HISTORY-CONTROL-RECORD
               CLOSE HISTORY-CONTROL
           END-IF.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    close-periods function (AUTHREC).
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE WS-CONTROL-RUN-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-CLOSE-PERIODS
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.

       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-CONTROL-RUN-ID TO AUDIT-USER-ID.
           MOVE "P" TO AUDIT-REFUSED-FUNCTION.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1HROL" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-ROLL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-CONTROL-RUN-ID TO AUDIT-USER-ID.
           MOVE WS-ROLL-YEAR TO AUDIT-ROLL-YEAR.
           MOVE WS-PHASE-SWITCH TO AUDIT-ROLL-PHASE.
           IF WS-PHASE-ARCHIVE
               MOVE WS-LIVE-COUNT TO AUDIT-ROLL-RECORDS
           ELSE
               MOVE WS-PURGED-COUNT TO AUDIT-ROLL-RECORDS
           END-IF.
           MOVE WS-AUDIT-RESULT TO AUDIT-ROLL-RESULT.
           WRITE AUDIT-LOG-RECORD.

       WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AUDIT-RESULT TO RES-RESULT.
           MOVE WS-CODES-OUT TO RES-OUT-COUNT.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-ROLL-YEAR TO HDR-ROLL-YEAR.
           MOVE WS-PHASE-SWITCH TO HDR-PHASE.
           IF WS-PAGE-NO > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.

       READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-ROLL-YEAR IS NUMERIC
                           MOVE SYSIN-ROLL-YEAR-NUM TO WS-ROLL-YEAR
                       END-IF
                       IF SYSIN-RUN-ID NOT = SPACES
                           MOVE SYSIN-RUN-ID TO WS-CONTROL-RUN-ID
                       END-IF
                       MOVE SYSIN-PHASE TO WS-PHASE-SWITCH
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

       END PROGRAM VAR1HROL.
