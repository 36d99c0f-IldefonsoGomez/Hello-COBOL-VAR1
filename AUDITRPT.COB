      *    Column 1: mode, R = report (default) or A = archive.
      *    Report mode: columns 3-10 from-date and 12-19 to-date
      *    (YYYYMMDD, blank = no limit), 21-40 user id, 42-46 VAR1
      *    code, 48 record type (S/D/M/B/C/X/I/V/R/A/U/H), each blank =
      *    no filter.
      *    Archive mode: columns 3-10 carry the retention cutoff --
      *    entries dated before it are archived.
       FD  SYSIN-FILE
           05 FILLER PIC X(2) VALUE SPACES.
           05 MNTP-RESULT PIC X(9).

       01 WS-VARIANCE-PAYLOAD.
           05 FILLER PIC X(6) VALUE "CODES ".
           05 VARP-EVALUATED PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE " EXCEPTIONS ".
           05 VARP-EXCEPTIONS PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VARP-RESULT PIC X(9).

       01 WS-RETIRE-PAYLOAD.
           05 FILLER PIC X(4) VALUE "SRC ".
           05 RETP-SOURCE PIC X.
           05 FILLER PIC X(5) VALUE " OLD ".
           05 RETP-OLD-CODE PIC X(5).
           05 FILLER PIC X(5) VALUE " NEW ".
           05 RETP-NEW-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETP-RESULT PIC X(7).

       01 WS-REFUSAL-PAYLOAD.
           05 FILLER PIC X(5) VALUE "FUNC ".
           05 REFP-FUNCTION PIC X.
           05 FILLER PIC X(7) VALUE "  CODE ".
           05 REFP-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REFP-REASON PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REFP-PROGRAM PIC X(8).

       01 WS-AUTHORITY-PAYLOAD.
           05 FILLER PIC X(5) VALUE "TRAN ".
           05 AUTP-TRANS-TYPE PIC X.
           05 FILLER PIC X(5) VALUE "  ID ".
           05 AUTP-TARGET-ID PIC X(20).

       01 WS-ROLL-PAYLOAD.
           05 FILLER PIC X(5) VALUE "YEAR ".
           05 ROLP-YEAR PIC 9(4).
           05 FILLER PIC X(7) VALUE " PHASE ".
           05 ROLP-PHASE PIC X.
           05 FILLER PIC X(9) VALUE " RECORDS ".
           05 ROLP-RECORDS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROLP-RESULT PIC X(6).

       01 WS-SECTION-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE "SECTION ENTRIES: ".
           05 SCT-COUNT PIC ZZZ,ZZ9.
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "I"
               MOVE "I " TO WS-SECTION-TYPES
               MOVE "CODE INQUIRY ACTIVITY"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "V"
               MOVE "V " TO WS-SECTION-TYPES
               MOVE "TREND VARIANCE ACTIVITY"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "R"
               MOVE "R " TO WS-SECTION-TYPES
               MOVE "CODE RETIREMENT CARRY ACTIVITY"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "A"
               MOVE "A " TO WS-SECTION-TYPES
               MOVE "AUTHORITY REFUSALS"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "U"
               MOVE "U " TO WS-SECTION-TYPES
               MOVE "AUTHORITY MAINTENANCE"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           IF WS-TYPE-FILTER = SPACE OR WS-TYPE-FILTER = "H"
               MOVE "H " TO WS-SECTION-TYPES
               MOVE "HISTORY YEAR-END ROLLS"
                   TO WS-SECTION-TITLE
               PERFORM REPORT-ONE-SECTION
           END-IF.
           DISPLAY "AUDITRPT TOTALS - READ: " WS-READ-COUNT
               " PRINTED: " WS-PRINTED-COUNT.

      *    the S and B types share a pass, so asking for one must
      *    not print the other -- and survives the date/user/code
      *    filters. The code filter only means anything for records
      *    that carry a code (D, M and I, R on either its old or
      *    its successor code, and A on the code of the refused
      *    card), so it excludes the others when present -- asking
      *    for one code's story should not drag every run summary
      *    along with it.
       SELECT-AUDIT-RECORD.
           MOVE "N" TO WS-SELECT-SWITCH.
           IF (AUDIT-REC-TYPE = WS-SECTION-TYPES (1:1)
                       IF WS-CODE-FILTER = SPACES
                           SET WS-RECORD-SELECTED TO TRUE
                       ELSE
                           IF (AUDIT-REC-DETAIL OR AUDIT-REC-MAINT
                               OR AUDIT-REC-INQUIRY)
                               AND AUDIT-VAR1-CODE = WS-CODE-FILTER
                               SET WS-RECORD-SELECTED TO TRUE
                           END-IF
                           IF AUDIT-REC-RETIRE
                               AND (AUDIT-MOVE-OLD-CODE = WS-CODE-FILTER
                               OR AUDIT-MOVE-NEW-CODE = WS-CODE-FILTER)
                               SET WS-RECORD-SELECTED TO TRUE
                           END-IF
                           IF AUDIT-REC-REFUSAL
                               AND AUDIT-REFUSED-CODE = WS-CODE-FILTER
                               SET WS-RECORD-SELECTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   MOVE AUDIT-ROWS-EXTRACTED TO XTRP-ROWS
                   MOVE AUDIT-EXTRACT-RESULT TO XTRP-RESULT
                   MOVE WS-EXTRACT-PAYLOAD TO SUM-PAYLOAD
               WHEN AUDIT-REC-VARIANCE
                   MOVE AUDIT-CODES-EVALUATED TO VARP-EVALUATED
                   MOVE AUDIT-VARIANCE-COUNT TO VARP-EXCEPTIONS
                   MOVE AUDIT-VARIANCE-RESULT TO VARP-RESULT
                   MOVE WS-VARIANCE-PAYLOAD TO SUM-PAYLOAD
               WHEN AUDIT-REC-RETIRE
                   MOVE AUDIT-MOVE-SOURCE TO RETP-SOURCE
                   MOVE AUDIT-MOVE-OLD-CODE TO RETP-OLD-CODE
                   MOVE AUDIT-MOVE-NEW-CODE TO RETP-NEW-CODE
                   MOVE AUDIT-MOVE-RESULT TO RETP-RESULT
                   MOVE WS-RETIRE-PAYLOAD TO SUM-PAYLOAD
               WHEN AUDIT-REC-REFUSAL
                   MOVE AUDIT-REFUSED-FUNCTION TO REFP-FUNCTION
                   MOVE AUDIT-REFUSED-CODE TO REFP-CODE
                   MOVE AUDIT-REFUSED-REASON TO REFP-REASON
                   MOVE AUDIT-REFUSED-PROGRAM TO REFP-PROGRAM
                   MOVE WS-REFUSAL-PAYLOAD TO SUM-PAYLOAD
               WHEN AUDIT-REC-AUTHORITY
                   MOVE AUDIT-AUTH-TRANS-TYPE TO AUTP-TRANS-TYPE
                   MOVE AUDIT-AUTH-TARGET-ID TO AUTP-TARGET-ID
                   MOVE WS-AUTHORITY-PAYLOAD TO SUM-PAYLOAD
               WHEN AUDIT-REC-ROLL
                   MOVE AUDIT-ROLL-YEAR TO ROLP-YEAR
                   MOVE AUDIT-ROLL-PHASE TO ROLP-PHASE
                   MOVE AUDIT-ROLL-RECORDS TO ROLP-RECORDS
                   MOVE AUDIT-ROLL-RESULT TO ROLP-RESULT
                   MOVE WS-ROLL-PAYLOAD TO SUM-PAYLOAD
               WHEN OTHER
                   MOVE AUDIT-VAR1-CODE TO DTLP-VAR1-CODE
                   MOVE AUDIT-RESULT TO DTLP-RESULT
