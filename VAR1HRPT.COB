      ******************************************************************
      * Program: VAR1HRPT
      * Purpose: Month-end summary reporting over the cumulative
      *          history HELLO-COBOL-VAR1 posts each night -- the
      *          keyed VAR1HSTK.DAT store for open years, or the
      *          VAR1HARC archive generations for a year VAR1HROL
      *          has rolled out of the store (VAR1HCTL.DAT says
      *          which). For the requested report year it produces,
      *          per VAR1 code in code sequence: monthly totals
      *          (count and amount by effective-date month),
      *          month-over-month movement, and a year-to-date line,
      *          with grand totals at the end -- the figures
      *          management used to have compiled by hand from old
      *          printouts. History posted under a code since retired
      *          into a successor (VAR1XREF.DAT) is reported under
      *          the successor, so a merged code's year reads whole.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1HRPT.
      *    Bare ddnames matching JCL/VAR1HRPTJ.JCL, same convention
      *    as every other program in this suite.
           SELECT VAR1-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Every archive generation, oldest first (the GDG base on
      *    the DD), read instead of the store for a rolled year.
      *    OPTIONAL: nothing has been rolled until the first
      *    year-end.
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

           SELECT MONTH-REPORT ASSIGN TO MTHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTHRPT-STATUS.
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

       FD  MONTH-REPORT
           RECORDING MODE IS F.

       01 WS-FLAGS.
           05 WS-HISTORY-STATUS PIC XX VALUE "00".
           05 WS-ARCHIVE-STATUS PIC XX VALUE "00".
           05 WS-CONTROL-STATUS PIC XX VALUE "00".
           05 WS-CTL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CONTROL VALUE "Y".
           05 WS-SOURCE-SWITCH PIC X VALUE "L".
              88 WS-FROM-STORE VALUE "L".
              88 WS-FROM-ARCHIVE VALUE "A".
           05 WS-XREF-STATUS PIC XX VALUE "00".
           05 WS-XREF-OPEN-SWITCH PIC X VALUE "N".
              88 WS-XREF-OPEN VALUE "Y".
           05 WS-REPOINTED-SWITCH PIC X VALUE "N".
              88 WS-RECORD-REPOINTED VALUE "Y".
           05 WS-MTHRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
           05 WS-REPORT-YEAR PIC 9(4) VALUE ZERO.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The latest year VAR1HCTL.DAT shows rolled to the archive
      *    (purge begun or done); zero until the first year-end.
       01 WS-ARCHIVED-THRU-YEAR PIC 9(4) VALUE ZERO.

           COPY HISTREC.

      *    Per-code accumulation table, kept in code sequence by
      *    insertion so the report comes out sorted without a SORT
      *    step. Sized to the same 5000 codes as the master and GL
           05 WS-YTD-AMOUNT PIC S9(9)V99.
           05 WS-SELECTED-COUNT PIC 9(6) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
           05 WS-REPOINTED-COUNT PIC 9(6) VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(25) VALUE "MONTH-END SUMMARY - YEAR ".
           05 HDR-REPORT-YEAR PIC 9999.
           05 HDR-SOURCE PIC X(12) VALUE SPACES.

       01 WS-CODE-HEADER-LINE.
           05 CDH-VAR1-CODE PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY TO WS-REPORT-YEAR.
           PERFORM READ-CONTROL-CARD.

      *    A rolled year is read whole from the archive; an open
      *    year is entirely in the store. The report year settles
      *    which, so only one of the two is ever opened.
           PERFORM FIND-ARCHIVED-THRU-YEAR.
           IF WS-REPORT-YEAR NOT > WS-ARCHIVED-THRU-YEAR
               SET WS-FROM-ARCHIVE TO TRUE
               MOVE "  (ARCHIVED)" TO HDR-SOURCE
               OPEN INPUT HISTORY-ARCHIVE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   DISPLAY "YEAR " WS-REPORT-YEAR " IS ARCHIVED - "
                       "ERROR OPENING VAR1HARC - STATUS "
                       WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT VAR1-HISTORY
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING VAR1HSTK.DAT - STATUS "
                       WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT MONTH-REPORT.
           IF WS-MTHRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MTHRPT - STATUS "
                   WS-MTHRPT-STATUS
               PERFORM CLOSE-HISTORY-SOURCE
               STOP RUN
           END-IF.

           OPEN INPUT VAR1-XREF.
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

           PERFORM UNTIL WS-EOF-HISTORY
               PERFORM READ-HISTORY-SOURCE
               IF NOT WS-EOF-HISTORY
                   PERFORM RESOLVE-RETIRED-CODE
                   PERFORM ACCUMULATE-HISTORY-RECORD
               END-IF
           END-PERFORM.

           PERFORM WRITE-CODE-SUMMARIES.
           PERFORM WRITE-GRAND-TOTALS.

           PERFORM CLOSE-HISTORY-SOURCE.
           IF WS-XREF-OPEN
               CLOSE VAR1-XREF
           END-IF.
           CLOSE MONTH-REPORT.
           STOP RUN.

      *    Either source yields the same HISTREC image.
       READ-HISTORY-SOURCE.
           IF WS-FROM-ARCHIVE
               READ HISTORY-ARCHIVE INTO VAR1-HISTORY-RECORD
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
               END-READ
           ELSE
               READ VAR1-HISTORY
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
                   NOT AT END
                       MOVE HSK-HISTORY-IMAGE TO VAR1-HISTORY-RECORD
               END-READ
           END-IF.

       CLOSE-HISTORY-SOURCE.
           IF WS-FROM-ARCHIVE
               CLOSE HISTORY-ARCHIVE
           ELSE
               CLOSE VAR1-HISTORY
           END-IF.

      *    A year counts as archived once its roll reaches P (purge
      *    begun) -- from then on the store may no longer hold all
      *    of it. The control file only grows and years roll in
      *    order, so the highest such year is the archived-through
      *    year.
       FIND-ARCHIVED-THRU-YEAR.
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
                                   > WS-ARCHIVED-THRU-YEAR
                               MOVE HCT-ROLL-YEAR
                                   TO WS-ARCHIVED-THRU-YEAR
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
           MOVE "N" TO WS-REPOINTED-SWITCH.
           IF WS-XREF-OPEN
               MOVE HST-VAR1-CODE TO XRF-OLD-CODE
               READ VAR1-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-SUCCESSOR-CODE TO HST-VAR1-CODE
                       SET WS-RECORD-REPOINTED TO TRUE
                       ADD 1 TO WS-REPOINTED-COUNT
               END-READ
           END-IF.

      *    Records are bucketed by effective-date month within the
      *    report year; history from other years is counted but not
      *    reported, so the operator can see on SYSOUT how much of
                               (WS-HT-IX, WS-MM-IX)
                       END-IF
                   END-IF
      *            A re-pointed record still carries the retired
      *            code's description, so it never names the
      *            successor's line.
                   IF WS-HT-DESC (WS-HT-IX) = SPACES
                       AND HST-VAR1-DESCRIPTION NOT = SPACES
                       AND NOT WS-RECORD-REPOINTED
                       MOVE HST-VAR1-DESCRIPTION
                           TO WS-HT-DESC (WS-HT-IX)
                   END-IF
           WRITE REPORT-LINE.
           DISPLAY "VAR1HRPT TOTALS - SELECTED: " WS-SELECTED-COUNT
               " OUTSIDE YEAR: " WS-SKIPPED-COUNT
               " SOURCE: " WS-SOURCE-SWITCH
               " CODES: " WS-HT-COUNT
               " RETIRED CODES REPOINTED: " WS-REPOINTED-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.

       READ-CONTROL-CARD.
