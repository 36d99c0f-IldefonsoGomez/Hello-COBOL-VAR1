      ******************************************************************
      * Program: VAR1SOGN
      * Purpose: Standing-order generator, run ahead of the nightly
      *          post. Reads PROCCAL.DAT to settle the business day
      *          the night posts (the first business day on or after
      *          the run date) and the stretch of calendar days that
      *          roll onto it -- everything after the business day
      *          before it, so an occurrence scheduled over a weekend
      *          or holiday shifts forward onto the next business
      *          day. Every order on VAR1SORD.DAT with an occurrence
      *          in that stretch is due: active ones are written in
      *          VALORES-RECORD layout as their own HDR/TRL batch,
      *          concatenated ahead of VALORES.DAT in STEP010 like
      *          the recycle, release, and confirmed batches, and
      *          each order is stamped with the occurrence it
      *          produced so no occurrence is ever generated twice.
      *          Prints the due/generated/skipped report and logs a
      *          type D audit entry per generated item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1SOGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames throughout, same convention as every other
      *    program in this suite; JCL/VAR1SOGNJ.JCL supplies the
      *    matching DD statements.
           SELECT VAR1-STANDING-ORDERS ASSIGN TO VAR1SORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-KEY
               FILE STATUS IS WS-ORDERS-STATUS.

           SELECT PROC-CALENDAR ASSIGN TO PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *    OPTIONAL like HELLO-COBOL-VAR1's read of it: a new site
      *    has registered nothing yet.
           SELECT OPTIONAL BATCH-REGISTER ASSIGN TO BATCHREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GENERATED-FILE ASSIGN TO VAR1SOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATED-STATUS.

           SELECT GENERATOR-REPORT ASSIGN TO SOGNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGNRPT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-STANDING-ORDERS
           RECORDING MODE IS F.
           COPY SORDREC.

       FD  PROC-CALENDAR
           RECORDING MODE IS F.
           COPY CALREC.

       FD  BATCH-REGISTER
           RECORDING MODE IS F.
       01 BATCH-REGISTER-RECORD.
           05 REG-BATCH-NUMBER PIC 9(6).
           05 REG-FILLER-1 PIC X.
           05 REG-BATCH-DATE PIC 9(8).
           05 REG-FILLER-2 PIC X.
           05 REG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(29).

      *    Same 34-byte VALORES-RECORD layout HELLO-COBOL-VAR1 reads,
      *    with batch header/trailer views so the generated batch
      *    carries its own control totals through STEP010 just like
      *    the VAR1SREL release batch does.
       FD  GENERATED-FILE
           RECORDING MODE IS F.
       01 GENERATED-RECORD.
           05 GEN-CODE PIC X(5).
           05 GEN-FILLER-1 PIC X.
           05 GEN-AMOUNT PIC 9(7)V99.
           05 GEN-FILLER-2 PIC X.
           05 GEN-EFF-DATE PIC 9(8).
           05 GEN-FILLER-3 PIC X.
           05 GEN-STATUS PIC X.
           05 GEN-FILLER-4 PIC X.
           05 GEN-TRANS-TYPE PIC X.
           05 GEN-FILLER-5 PIC X.
           05 GEN-APPROVAL-FLAG PIC X.
      *    Always blank: standing orders are set up in base currency.
           05 GEN-FILLER-6 PIC X.
           05 GEN-CURRENCY PIC X(3).
       01 GENERATED-BATCH-HEADER.
           05 GNH-REC-ID PIC X(4).
           05 GNH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 GNH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 GENERATED-BATCH-TRAILER.
           05 GNT-REC-ID PIC X(4).
           05 GNT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GNT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  GENERATOR-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

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
           05 WS-CALENDAR-STATUS PIC XX VALUE "00".
           05 WS-REGISTER-STATUS PIC XX VALUE "00".
           05 WS-GENERATED-STATUS PIC XX VALUE "00".
           05 WS-SOGNRPT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-ORDERS VALUE "Y".
           05 WS-CAL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CALENDAR VALUE "Y".
           05 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-REGISTER VALUE "Y".
      *    Set when BATCHREG already holds tonight's generated batch:
      *    the night it was built for has posted, so writing it
      *    again could only stop the rerun as a duplicate batch.
           05 WS-DAY-POSTED-SWITCH PIC X VALUE "N".
              88 WS-DAY-POSTED VALUE "Y".
           05 WS-DUE-SWITCH PIC X VALUE "N".
              88 WS-ORDER-DUE VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The business day the night posts, the business day
      *    before it (occurrences after that one and up to the
      *    target roll onto the target), and the business day after
      *    it (a month-end order is due when that one starts a new
      *    month).
       01 WS-CALENDAR-FIELDS.
           05 WS-TARGET-DATE PIC 9(8) VALUE ZERO.
           05 WS-TARGET-PARTS REDEFINES WS-TARGET-DATE.
               10 WS-TARGET-YYYY PIC 9(4).
               10 WS-TARGET-MM PIC 9(2).
               10 WS-TARGET-DD PIC 9(2).
           05 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
           05 WS-FOLLOWING-DATE PIC 9(8) VALUE ZERO.
           05 WS-FOLLOWING-PARTS REDEFINES WS-FOLLOWING-DATE.
               10 WS-FOLLOWING-YYYY PIC 9(4).
               10 WS-FOLLOWING-MM PIC 9(2).
               10 WS-FOLLOWING-DD PIC 9(2).
           05 WS-TARGET-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-INTEGER PIC 9(8) VALUE ZERO.

      *    Generated-batch control totals. Batch number 999996 marks
      *    the batch as standing-order-built (999997-999999 are the
      *    confirm, release, and recycle batches); it is dated with
      *    the business day it was built for rather than the run
      *    date, so BATCHREG tells a rerun whether that day's batch
      *    has already posted.
       01 WS-GENERATED-BATCH-FIELDS.
           05 WS-GENERATED-BATCH-NO PIC 9(6) VALUE 999996.
           05 WS-GENERATED-HASH PIC 9(9)V99 VALUE ZERO.

       01 WS-WORK-FIELDS.
           05 WS-OCCURRENCE-DATE PIC 9(8) VALUE ZERO.
           05 WS-OCCURRENCE-PARTS REDEFINES WS-OCCURRENCE-DATE.
               10 WS-OCC-YYYY PIC 9(4).
               10 WS-OCC-MM PIC 9(2).
               10 WS-OCC-DD PIC 9(2).
           05 WS-OCCURRENCE-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-START-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-WEEKS-ELAPSED PIC 9(6) VALUE ZERO.
           05 WS-START-PARTS.
               10 WS-START-YYYY PIC 9(4).
               10 WS-START-MM PIC 9(2).
               10 WS-START-DD PIC 9(2).
           05 WS-START-NUM REDEFINES WS-START-PARTS PIC 9(8).
           05 WS-MONTH-PARTS.
               10 WS-MONTH-YYYY PIC 9(4).
               10 WS-MONTH-MM PIC 9(2).
               10 WS-MONTH-DD PIC 9(2).
           05 WS-MONTH-NUM REDEFINES WS-MONTH-PARTS PIC 9(8).
           05 WS-MONTH-LAST-DAY PIC 9(2) VALUE ZERO.
           05 WS-MONTH-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-LAST-DAY-DATE PIC 9(8) VALUE ZERO.
           05 WS-LAST-DAY-PARTS REDEFINES WS-LAST-DAY-DATE.
               10 FILLER PIC 9(6).
               10 WS-LAST-DAY-DD PIC 9(2).
           05 WS-DISPOSITION PIC X(17) VALUE SPACES.

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-DUE-COUNT PIC 9(6) VALUE 0.
           05 WS-GENERATED-COUNT PIC 9(6) VALUE 0.
           05 WS-REGENERATED-COUNT PIC 9(6) VALUE 0.
           05 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.

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
           05 FILLER PIC X(20) VALUE "VAR1SOGN".
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
           05 FILLER PIC X(31)
              VALUE "STANDING ORDERS DUE ON BUSINESS".
           05 FILLER PIC X(5) VALUE " DAY ".
           05 HDR-TARGET-DATE PIC 9(8).
           05 FILLER PIC X(21) VALUE "  (OCCURRENCES AFTER ".
           05 HDR-PRIOR-DATE PIC 9(8).
           05 FILLER PIC X VALUE ")".

       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(5) VALUE "SEQ".
           05 FILLER PIC X(5) VALUE "FRQ".
           05 FILLER PIC X(5) VALUE "TYP".
           05 FILLER PIC X(16) VALUE "        AMOUNT".
           05 FILLER PIC X(11) VALUE "SCHEDULED".
           05 FILLER PIC X(17) VALUE "DISPOSITION".

       01 WS-DETAIL-LINE.
           05 DTL-VAR1-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-SEQUENCE PIC 99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-FREQUENCY PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-TRANS-TYPE PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DTL-SCHEDULED PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-DISPOSITION PIC X(17).

       01 WS-RUN-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "ORDER TOTALS -".
           05 FILLER PIC X(7) VALUE " READ: ".
           05 TOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  DUE: ".
           05 TOT-DUE PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  GENERATED: ".
           05 TOT-GENERATED PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  SKIPPED: ".
           05 TOT-SKIPPED PIC ZZZ,ZZ9.

       01 WS-BATCH-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "BATCH 999996 -".
           05 FILLER PIC X(9) VALUE " ITEMS: ".
           05 BTL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 BTL-HASH PIC ZZZ,ZZZ,ZZ9.99.

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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GENERATED-FILE.
           IF WS-GENERATED-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1SOGO.DAT - STATUS "
                   WS-GENERATED-STATUS
               CLOSE VAR1-STANDING-ORDERS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GENERATOR-REPORT.
           IF WS-SOGNRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SOGNRPT - STATUS "
                   WS-SOGNRPT-STATUS
               CLOSE VAR1-STANDING-ORDERS
               CLOSE GENERATED-FILE
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
               CLOSE VAR1-STANDING-ORDERS
               CLOSE GENERATED-FILE
               CLOSE GENERATOR-REPORT
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

      *    Without the calendar there is no telling which orders
      *    are due, and guessing would either drop a payment or
      *    post one twice -- the night stops here until the
      *    calendar is put right.
           PERFORM FIND-TARGET-BUSINESS-DAY.
           IF WS-TARGET-DATE = ZERO
               DISPLAY "VAR1SOGN - NO BUSINESS DAY ON PROCCAL ON OR "
                   "AFTER " WS-RUN-DATE-NUM " - RUN STOPPED"
               CLOSE VAR1-STANDING-ORDERS
               CLOSE GENERATED-FILE
               CLOSE GENERATOR-REPORT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-NEIGHBOUR-BUSINESS-DAYS.
           PERFORM CHECK-BATCH-REGISTER.

           PERFORM WRITE-REPORT-HEADING.
           IF NOT WS-DAY-POSTED
               PERFORM WRITE-GENERATED-HEADER
           END-IF.

           PERFORM UNTIL WS-EOF-ORDERS
               READ VAR1-STANDING-ORDERS NEXT RECORD
                   AT END
                       SET WS-EOF-ORDERS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-STANDING-ORDER
               END-READ
           END-PERFORM.

           IF NOT WS-DAY-POSTED
               PERFORM WRITE-GENERATED-TRAILER
           END-IF.
           PERFORM WRITE-RUN-TOTALS.

           CLOSE VAR1-STANDING-ORDERS.
           CLOSE GENERATED-FILE.
           CLOSE GENERATOR-REPORT.
           CLOSE AUDIT-LOG.
           STOP RUN.

      *    The occurrence this run would generate, if any, then the
      *    disposition. An occurrence at or before the one already
      *    stamped on the order was generated before; it goes out
      *    again only when it was built for this same business day
      *    and that day's batch has not posted -- a rerun ahead of
      *    the night replaces the unposted batch file, so the
      *    occurrence still reaches the books once.
       PROCESS-STANDING-ORDER.
           PERFORM FIND-DUE-OCCURRENCE.
           IF WS-ORDER-DUE
               ADD 1 TO WS-DUE-COUNT
               EVALUATE TRUE
                   WHEN SOR-STATUS-SUSPENDED
                       MOVE "SKIPPED SUSPENDED" TO WS-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN WS-DAY-POSTED
                       MOVE "SKIPPED DAY POSTD" TO WS-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN WS-OCCURRENCE-DATE > SOR-LAST-OCCURRENCE
                       PERFORM GENERATE-OCCURRENCE
                       MOVE "GENERATED" TO WS-DISPOSITION
                       ADD 1 TO WS-GENERATED-COUNT
                   WHEN SOR-LAST-BATCH-DATE = WS-TARGET-DATE
                       PERFORM GENERATE-OCCURRENCE
                       MOVE "REGENERATED" TO WS-DISPOSITION
                       ADD 1 TO WS-REGENERATED-COUNT
                   WHEN OTHER
                       MOVE "SKIPPED ALREADY" TO WS-DISPOSITION
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *    D: every business day. W: every seventh calendar day from
      *    the start date. M: the start date's day of the month,
      *    pulled back to the month's last day in a shorter month.
      *    E: the last business day of the month. Only occurrences
      *    after the prior business day and up to the target count
      *    -- earlier ones belonged to an earlier night -- and none
      *    before the start date or after the end date.
       FIND-DUE-OCCURRENCE.
           MOVE "N" TO WS-DUE-SWITCH.
           MOVE ZERO TO WS-OCCURRENCE-DATE.
           EVALUATE TRUE
               WHEN SOR-FREQ-DAILY
                   MOVE WS-TARGET-DATE TO WS-OCCURRENCE-DATE
               WHEN SOR-FREQ-WEEKLY
                   PERFORM FIND-WEEKLY-OCCURRENCE
               WHEN SOR-FREQ-MONTHLY
                   PERFORM FIND-MONTHLY-OCCURRENCE
               WHEN SOR-FREQ-MONTH-END
                   IF WS-FOLLOWING-MM NOT = WS-TARGET-MM
                       MOVE WS-TARGET-DATE TO WS-OCCURRENCE-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OCCURRENCE-DATE > ZERO
               AND WS-OCCURRENCE-DATE >= SOR-START-DATE
               AND WS-OCCURRENCE-DATE > WS-PRIOR-DATE
               AND WS-OCCURRENCE-DATE <= WS-TARGET-DATE
               AND (SOR-END-DATE = ZERO
                   OR WS-OCCURRENCE-DATE <= SOR-END-DATE)
               SET WS-ORDER-DUE TO TRUE
           END-IF.

      *    The latest seventh-day occurrence on or before the
      *    target; the due test above throws it out when it falls
      *    on or before the prior business day.
       FIND-WEEKLY-OCCURRENCE.
           IF SOR-START-DATE <= WS-TARGET-DATE
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SOR-START-DATE)
               COMPUTE WS-WEEKS-ELAPSED =
                   (WS-TARGET-INTEGER - WS-START-INTEGER) / 7
               COMPUTE WS-OCCURRENCE-INTEGER =
                   WS-START-INTEGER + (WS-WEEKS-ELAPSED * 7)
               COMPUTE WS-OCCURRENCE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-OCCURRENCE-INTEGER)
           END-IF.

      *    The stretch rolled onto the target spans at most a long
      *    weekend or holiday run, so the month's occurrence is in
      *    the target's month or, across a month boundary, the one
      *    before it.
       FIND-MONTHLY-OCCURRENCE.
           MOVE SOR-START-DATE TO WS-START-NUM.
           MOVE WS-TARGET-YYYY TO WS-MONTH-YYYY.
           MOVE WS-TARGET-MM TO WS-MONTH-MM.
           PERFORM SET-MONTHLY-OCCURRENCE.
           IF WS-OCCURRENCE-DATE > WS-TARGET-DATE
               OR WS-OCCURRENCE-DATE <= WS-PRIOR-DATE
               IF WS-TARGET-MM = 1
                   COMPUTE WS-MONTH-YYYY = WS-TARGET-YYYY - 1
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   MOVE WS-TARGET-YYYY TO WS-MONTH-YYYY
                   COMPUTE WS-MONTH-MM = WS-TARGET-MM - 1
               END-IF
               PERFORM SET-MONTHLY-OCCURRENCE
           END-IF.

      *    The start date's day in the month held in WS-MONTH-PARTS,
      *    or that month's last day if the month is too short --
      *    the day before the first of the following month.
       SET-MONTHLY-OCCURRENCE.
           MOVE 1 TO WS-MONTH-DD.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-YYYY
               MOVE 1 TO WS-MONTH-MM
               COMPUTE WS-MONTH-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-NUM) - 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
               COMPUTE WS-MONTH-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-NUM) - 1
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           COMPUTE WS-LAST-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-INTEGER).
           MOVE WS-LAST-DAY-DD TO WS-MONTH-LAST-DAY.
           MOVE WS-MONTH-YYYY TO WS-OCC-YYYY.
           MOVE WS-MONTH-MM TO WS-OCC-MM.
           IF WS-START-DD > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-OCC-DD
           ELSE
               MOVE WS-START-DD TO WS-OCC-DD
           END-IF.

      *    The item is the order rebuilt as a feed record, effective
      *    on the business day it posts (not the holiday it was
      *    scheduled for, which would only hold it), and the order
      *    is stamped with the occurrence before the next is read.
       GENERATE-OCCURRENCE.
           MOVE SPACES TO GENERATED-RECORD.
           MOVE SOR-VAR1-CODE TO GEN-CODE.
           MOVE SOR-AMOUNT TO GEN-AMOUNT.
           MOVE WS-TARGET-DATE TO GEN-EFF-DATE.
           MOVE "A" TO GEN-STATUS.
           MOVE SOR-TRANS-TYPE TO GEN-TRANS-TYPE.
           ADD GEN-AMOUNT TO WS-GENERATED-HASH.
           WRITE GENERATED-RECORD.
           MOVE WS-OCCURRENCE-DATE TO SOR-LAST-OCCURRENCE.
           MOVE WS-TARGET-DATE TO SOR-LAST-BATCH-DATE.
           REWRITE VAR1-STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "VAR1SORD REWRITE FAILED FOR "
                       SOR-VAR1-CODE "/" SOR-SEQUENCE
                       " - STATUS " WS-ORDERS-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           MOVE "GENERATED" TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-ENTRY.

      *    The first business day on or after the run date.
       FIND-TARGET-BUSINESS-DAY.
           MOVE "N" TO WS-CAL-EOF-SWITCH.
           OPEN INPUT PROC-CALENDAR.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-EOF-CALENDAR
                   READ PROC-CALENDAR
                       AT END
                           SET WS-EOF-CALENDAR TO TRUE
                       NOT AT END
                           IF CAL-REC-DAY AND CAL-BUSINESS-DAY
                               AND CAL-DATE >= WS-RUN-DATE-NUM
                               AND (WS-TARGET-DATE = ZERO
                                   OR CAL-DATE < WS-TARGET-DATE)
                               MOVE CAL-DATE TO WS-TARGET-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROC-CALENDAR
           ELSE
               DISPLAY "ERROR OPENING PROCCAL.DAT - STATUS "
                   WS-CALENDAR-STATUS
           END-IF.

      *    A calendar loaded no further back than the target rolls
      *    nothing onto it; one loaded no further forward falls back
      *    to the plain calendar for the month-end test, said out
      *    loud so operations extend the calendar.
       FIND-NEIGHBOUR-BUSINESS-DAYS.
           MOVE "N" TO WS-CAL-EOF-SWITCH.
           OPEN INPUT PROC-CALENDAR.
           PERFORM UNTIL WS-EOF-CALENDAR
               READ PROC-CALENDAR
                   AT END
                       SET WS-EOF-CALENDAR TO TRUE
                   NOT AT END
                       PERFORM SIFT-NEIGHBOUR-DAY
               END-READ
           END-PERFORM.
           CLOSE PROC-CALENDAR.
           COMPUTE WS-TARGET-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TARGET-DATE).
           IF WS-PRIOR-DATE = ZERO
               COMPUTE WS-PRIOR-INTEGER = WS-TARGET-INTEGER - 1
               COMPUTE WS-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-PRIOR-INTEGER)
           END-IF.
           IF WS-FOLLOWING-DATE = ZERO
               DISPLAY "VAR1SOGN - PROCCAL HAS NO BUSINESS DAY AFTER "
                   WS-TARGET-DATE " - MONTH-END TAKEN FROM CALENDAR"
               COMPUTE WS-FOLLOWING-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TARGET-INTEGER + 1)
           END-IF.

       SIFT-NEIGHBOUR-DAY.
           IF CAL-REC-DAY AND CAL-BUSINESS-DAY
               IF CAL-DATE < WS-TARGET-DATE
                   AND CAL-DATE > WS-PRIOR-DATE
                   MOVE CAL-DATE TO WS-PRIOR-DATE
               END-IF
               IF CAL-DATE > WS-TARGET-DATE
                   AND (WS-FOLLOWING-DATE = ZERO
                       OR CAL-DATE < WS-FOLLOWING-DATE)
                   MOVE CAL-DATE TO WS-FOLLOWING-DATE
               END-IF
           END-IF.

      *    Same register scan as HELLO-COBOL-VAR1's CHECK-BATCH-
      *    REGISTER, for this program's own batch and day.
       CHECK-BATCH-REGISTER.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS = "05"
               PERFORM UNTIL WS-EOF-REGISTER
                   READ BATCH-REGISTER
                       AT END
                           SET WS-EOF-REGISTER TO TRUE
                       NOT AT END
                           IF REG-BATCH-NUMBER = WS-GENERATED-BATCH-NO
                               AND REG-BATCH-DATE = WS-TARGET-DATE
                               SET WS-DAY-POSTED TO TRUE
                               SET WS-EOF-REGISTER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
           END-IF.
           IF WS-DAY-POSTED
               DISPLAY "VAR1SOGN - BATCH " WS-GENERATED-BATCH-NO "/"
                   WS-TARGET-DATE " ALREADY POSTED ON " REG-RUN-DATE
                   " - NOTHING GENERATED"
           END-IF.

       WRITE-GENERATED-HEADER.
           MOVE SPACES TO GENERATED-BATCH-HEADER.
           MOVE "HDR " TO GNH-REC-ID.
           MOVE WS-TARGET-DATE TO GNH-BATCH-DATE.
           MOVE WS-GENERATED-BATCH-NO TO GNH-BATCH-NUMBER.
           WRITE GENERATED-BATCH-HEADER.

       WRITE-GENERATED-TRAILER.
           MOVE SPACES TO GENERATED-BATCH-TRAILER.
           MOVE "TRL " TO GNT-REC-ID.
           COMPUTE GNT-RECORD-COUNT =
               WS-GENERATED-COUNT + WS-REGENERATED-COUNT.
           MOVE WS-GENERATED-HASH TO GNT-HASH-TOTAL.
           WRITE GENERATED-BATCH-TRAILER.

      *    Type D entries on the shared audit trail, one per item
      *    put into the feed, the same per-item trail VAR1SREL
      *    leaves for a release -- the nightly run's own entry for
      *    the posting follows under the night's run.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-DETAIL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE SOR-TRANS-TYPE TO AUDIT-TRANS-TYPE.
           MOVE SOR-VAR1-CODE TO AUDIT-VAR1-CODE.
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

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-TARGET-DATE TO HDR-TARGET-DATE.
           MOVE WS-PRIOR-DATE TO HDR-PRIOR-DATE.
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

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE SOR-VAR1-CODE TO DTL-VAR1-CODE.
           MOVE SOR-SEQUENCE TO DTL-SEQUENCE.
           MOVE SOR-FREQUENCY TO DTL-FREQUENCY.
           MOVE SOR-TRANS-TYPE TO DTL-TRANS-TYPE.
           MOVE SOR-AMOUNT TO DTL-AMOUNT.
           MOVE WS-OCCURRENCE-DATE TO DTL-SCHEDULED.
           MOVE WS-DISPOSITION TO DTL-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE WS-READ-COUNT TO TOT-READ.
           MOVE WS-DUE-COUNT TO TOT-DUE.
           COMPUTE TOT-GENERATED =
               WS-GENERATED-COUNT + WS-REGENERATED-COUNT.
           MOVE WS-SKIPPED-COUNT TO TOT-SKIPPED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DAY-POSTED
               MOVE "BATCH ALREADY POSTED - NO BATCH WRITTEN"
                   TO REPORT-LINE
           ELSE
               COMPUTE BTL-COUNT =
                   WS-GENERATED-COUNT + WS-REGENERATED-COUNT
               MOVE WS-GENERATED-HASH TO BTL-HASH
               MOVE WS-BATCH-TOTAL-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY "VAR1SOGN TOTALS - BUSINESS DAY " WS-TARGET-DATE
               " READ: " WS-READ-COUNT
               " DUE: " WS-DUE-COUNT
               " GENERATED: " WS-GENERATED-COUNT
               " REGENERATED: " WS-REGENERATED-COUNT
               " SKIPPED: " WS-SKIPPED-COUNT.

       END PROGRAM VAR1SOGN.
