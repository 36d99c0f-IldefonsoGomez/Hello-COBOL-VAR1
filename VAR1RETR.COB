      ******************************************************************
      * Program: VAR1RETR
      * Purpose: Code retirement carry, run behind the VAR1MAPP
      *          approval step. Every code on the VAR1XREF
      *          cross-reference has been retired into a successor
      *          under dual control; this run moves whatever the old
      *          code still has in flight onto the successor so it
      *          posts there instead of turning into R006 rejects:
      *          the held items on VAR1PNDI, the suspense and
      *          duplicate suspects (carried and last night's), the
      *          outstanding rejects (carried and last night's), the
      *          limit record, and the standing orders. Sequential
      *          files are copied through to VAR1Rxxx outputs that
      *          the follow-on JCL steps copy back over the
      *          originals; the keyed files are updated in place.
      *          Every moved item is listed on RETRRPT and logged to
      *          AUDITLOG.DAT. The carry is a pure re-pointing, so a
      *          rerun finds nothing left to move -- and every run
      *          sweeps for all retired codes, which also picks up
      *          rejects a retired code collects after its carry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1RETR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames throughout, same convention as every other
      *    program in this suite; JCL/VAR1RETRJ.JCL supplies the
      *    matching DD statements.
           SELECT VAR1-XREF ASSIGN TO VAR1XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-CODE
               FILE STATUS IS WS-XREF-STATUS.

           SELECT VAR1-LIMITS ASSIGN TO VAR1LMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMT-VAR1-CODE
               FILE STATUS IS WS-LIMITS-STATUS.

           SELECT VAR1-STANDING-ORDERS ASSIGN TO VAR1SORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-KEY
               FILE STATUS IS WS-ORDERS-STATUS.

      *    The open-item files, each OPTIONAL: a site that has never
      *    suspended or diverted anything has nothing to carry.
           SELECT OPTIONAL PENDING-IN ASSIGN TO VAR1PNDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL SUSPENSE-CARRIED ASSIGN TO VAR1SUSC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL SUSPENSE-NEW ASSIGN TO VAR1SUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL DUPS-CARRIED ASSIGN TO VAR1DUPC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL DUPS-NEW ASSIGN TO VAR1DUPS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL REJECTS-CARRIED ASSIGN TO VAR1REJC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

           SELECT OPTIONAL REJECTS-NEW ASSIGN TO VAR1REJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-IN-STATUS.

      *    The re-pointed copies, one per open-item file, in the
      *    same record layout as the file they replace.
           SELECT PENDING-OUT ASSIGN TO VAR1RPNI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT SUSPENSE-CARRIED-OUT ASSIGN TO VAR1RSUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT SUSPENSE-NEW-OUT ASSIGN TO VAR1RSUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT DUPS-CARRIED-OUT ASSIGN TO VAR1RDUC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT DUPS-NEW-OUT ASSIGN TO VAR1RDUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT REJECTS-CARRIED-OUT ASSIGN TO VAR1RRJC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT REJECTS-NEW-OUT ASSIGN TO VAR1RREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-OUT-STATUS.

           SELECT RETIRE-REPORT ASSIGN TO RETRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRRPT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-XREF
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  VAR1-LIMITS
           RECORDING MODE IS F.
           COPY LIMTREC.

       FD  VAR1-STANDING-ORDERS
           RECORDING MODE IS F.
           COPY SORDREC.

      *    Pending holds ride in VALORES-RECORD layout, and the
      *    suspense and duplicate-suspect layouts (SUSPREC, DUPSREC)
      *    open the same way: code, amount, effective date. Only
      *    those leading fields are named here; the rest is carried
      *    through untouched.
       FD  PENDING-IN
           RECORDING MODE IS F.
       01 PENDING-IN-RECORD.
           05 PNI-CODE PIC X(5).
           05 FILLER PIC X.
           05 PNI-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 PNI-EFF-DATE PIC 9(8).
           05 FILLER PIC X(10).

       FD  SUSPENSE-CARRIED
           RECORDING MODE IS F.
       01 SUSPENSE-CARRIED-RECORD.
           05 SUC-CODE PIC X(5).
           05 FILLER PIC X.
           05 SUC-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 SUC-EFF-DATE PIC 9(8).
           05 FILLER PIC X(39).

       FD  SUSPENSE-NEW
           RECORDING MODE IS F.
       01 SUSPENSE-NEW-RECORD.
           05 SUN-CODE PIC X(5).
           05 FILLER PIC X.
           05 SUN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 SUN-EFF-DATE PIC 9(8).
           05 FILLER PIC X(39).

       FD  DUPS-CARRIED
           RECORDING MODE IS F.
       01 DUPS-CARRIED-RECORD.
           05 DUC-CODE PIC X(5).
           05 FILLER PIC X.
           05 DUC-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 DUC-EFF-DATE PIC 9(8).
           05 FILLER PIC X(29).

       FD  DUPS-NEW
           RECORDING MODE IS F.
       01 DUPS-NEW-RECORD.
           05 DUN-CODE PIC X(5).
           05 FILLER PIC X.
           05 DUN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 DUN-EFF-DATE PIC 9(8).
           05 FILLER PIC X(29).

      *    REJREC puts the original amount and effective date behind
      *    the reason code and text.
       FD  REJECTS-CARRIED
           RECORDING MODE IS F.
       01 REJECTS-CARRIED-RECORD.
           05 RJC-CODE PIC X(5).
           05 FILLER PIC X(37).
           05 RJC-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 RJC-EFF-DATE PIC 9(8).
           05 FILLER PIC X(17).

       FD  REJECTS-NEW
           RECORDING MODE IS F.
       01 REJECTS-NEW-RECORD.
           05 RJN-CODE PIC X(5).
           05 FILLER PIC X(37).
           05 RJN-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 RJN-EFF-DATE PIC 9(8).
           05 FILLER PIC X(17).

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01 PENDING-OUT-RECORD PIC X(34).

       FD  SUSPENSE-CARRIED-OUT
           RECORDING MODE IS F.
       01 SUSPENSE-CARRIED-OUT-RECORD PIC X(63).

       FD  SUSPENSE-NEW-OUT
           RECORDING MODE IS F.
       01 SUSPENSE-NEW-OUT-RECORD PIC X(63).

       FD  DUPS-CARRIED-OUT
           RECORDING MODE IS F.
       01 DUPS-CARRIED-OUT-RECORD PIC X(53).

       FD  DUPS-NEW-OUT
           RECORDING MODE IS F.
       01 DUPS-NEW-OUT-RECORD PIC X(53).

       FD  REJECTS-CARRIED-OUT
           RECORDING MODE IS F.
       01 REJECTS-CARRIED-OUT-RECORD PIC X(77).

       FD  REJECTS-NEW-OUT
           RECORDING MODE IS F.
       01 REJECTS-NEW-OUT-RECORD PIC X(77).

       FD  RETIRE-REPORT
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
           05 WS-XREF-STATUS PIC XX VALUE "00".
           05 WS-LIMITS-STATUS PIC XX VALUE "00".
           05 WS-ORDERS-STATUS PIC XX VALUE "00".
           05 WS-ITEM-IN-STATUS PIC XX VALUE "00".
           05 WS-ITEM-OUT-STATUS PIC XX VALUE "00".
           05 WS-RETRRPT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-XREF-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-XREF VALUE "Y".
           05 WS-ITEM-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-ITEMS VALUE "Y".
           05 WS-ORDERS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-ORDERS VALUE "Y".
           05 WS-XREF-FOUND-SWITCH PIC X VALUE "N".
              88 WS-XREF-FOUND VALUE "Y".
           05 WS-LIMITS-OPEN-SWITCH PIC X VALUE "N".
              88 WS-LIMITS-OPEN VALUE "Y".
           05 WS-ORDERS-OPEN-SWITCH PIC X VALUE "N".
              88 WS-ORDERS-OPEN VALUE "Y".
           05 WS-LIMIT-PLACED-SWITCH PIC X VALUE "N".
              88 WS-LIMIT-PLACED VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The whole cross-reference, loaded once: every retired
      *    code and its (always live) successor. Sized well past
      *    any realistic count of consolidations; an overflow fails
      *    the step rather than leave items on a code nobody can
      *    post to.
       01 WS-XREF-TABLE.
           05 WS-XRF-COUNT PIC 9(4) VALUE 0.
           05 WS-XRF-MAX PIC 9(4) VALUE 1000.
           05 WS-XRF-ENTRY OCCURS 1000 TIMES.
               10 WS-XRF-OLD-CODE PIC X(5).
               10 WS-XRF-NEW-CODE PIC X(5).
               10 WS-XRF-STATUS PIC X.

      *    One retired code's standing orders, gathered before any
      *    is moved so the moves do not disturb the browse.
       01 WS-ORDER-TABLE.
           05 WS-ORD-COUNT PIC 9(3) VALUE 0.
           05 WS-ORD-ENTRY OCCURS 99 TIMES.
               10 WS-ORD-RECORD PIC X(68).

       01 WS-WORK-FIELDS.
           05 WS-XRF-IX PIC 9(4).
           05 WS-ORD-IX PIC 9(3).
           05 WS-LOOKUP-CODE PIC X(5) VALUE SPACES.
           05 WS-SUCCESSOR-CODE PIC X(5) VALUE SPACES.
           05 WS-NEXT-SEQUENCE PIC 9(3) VALUE ZERO.
           05 WS-SAVED-LIMIT PIC X(28) VALUE SPACES.

      *    What the item being moved looks like on the report and
      *    audit trail, filled in by each file's carry paragraph.
       01 WS-MOVE-FIELDS.
           05 WS-MOVE-SOURCE PIC X VALUE SPACE.
           05 WS-MOVE-FILE-NAME PIC X(12) VALUE SPACES.
           05 WS-MOVE-OLD-CODE PIC X(5) VALUE SPACES.
           05 WS-MOVE-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-MOVE-EFF-DATE PIC 9(8) VALUE ZERO.
           05 WS-MOVE-RESULT PIC X(7) VALUE SPACES.
           05 WS-MOVE-NOTE PIC X(14) VALUE SPACES.

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-NEWLY-CARRIED-COUNT PIC 9(4) VALUE 0.
           05 WS-PENDING-MOVED PIC 9(6) VALUE 0.
           05 WS-SUSPENSE-MOVED PIC 9(6) VALUE 0.
           05 WS-DUPS-MOVED PIC 9(6) VALUE 0.
           05 WS-REJECTS-MOVED PIC 9(6) VALUE 0.
           05 WS-LIMITS-MOVED PIC 9(6) VALUE 0.
           05 WS-ORDERS-MOVED PIC 9(6) VALUE 0.
           05 WS-ORDERS-STUCK PIC 9(6) VALUE 0.

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
           05 FILLER PIC X(20) VALUE "VAR1RETR".
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
           05 FILLER PIC X(14) VALUE "FILE".
           05 FILLER PIC X(7) VALUE "OLD".
           05 FILLER PIC X(7) VALUE "NEW".
           05 FILLER PIC X(16) VALUE "        AMOUNT".
           05 FILLER PIC X(10) VALUE "EFF DATE".
           05 FILLER PIC X(8) VALUE "RESULT".
           05 FILLER PIC X(14) VALUE "NOTE".

       01 WS-XREF-LINE.
           05 FILLER PIC X(8) VALUE "RETIRED ".
           05 XRL-OLD-CODE PIC X(5).
           05 FILLER PIC X(14) VALUE " SUCCESSOR    ".
           05 XRL-NEW-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XRL-STATE PIC X(20).

       01 WS-DETAIL-LINE.
           05 DTL-FILE-NAME PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OLD-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-NEW-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-RESULT PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 DTL-NOTE PIC X(14).

       01 WS-RUN-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "MOVED - HELD: ".
           05 TOT-PENDING PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  SUSP:".
           05 TOT-SUSPENSE PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  DUPS:".
           05 TOT-DUPS PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  REJS:".
           05 TOT-REJECTS PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  LMTS:".
           05 TOT-LIMITS PIC ZZ,ZZ9.
           05 FILLER PIC X(7) VALUE "  ORDS:".
           05 TOT-ORDERS PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VAR1-XREF.
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT VAR1-XREF
               CLOSE VAR1-XREF
               OPEN I-O VAR1-XREF
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1XREF.DAT - STATUS "
                   WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETIRE-REPORT.
           IF WS-RETRRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING RETRRPT - STATUS "
                   WS-RETRRPT-STATUS
               CLOSE VAR1-XREF
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
               CLOSE VAR1-XREF
               CLOSE RETIRE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The keyed files are opened I-O when present; a site with
      *    no limits or no standing orders simply has none to move.
           OPEN I-O VAR1-LIMITS.
           IF WS-LIMITS-STATUS = "00"
               SET WS-LIMITS-OPEN TO TRUE
           END-IF.
           OPEN I-O VAR1-STANDING-ORDERS.
           IF WS-ORDERS-STATUS = "00"
               SET WS-ORDERS-OPEN TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           IF WS-CONTROL-RUN-ID NOT = SPACES
               MOVE WS-CONTROL-RUN-ID TO WS-USER-ID
           ELSE
               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           END-IF.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-XREF-TABLE.

           PERFORM CARRY-PENDING-HOLDS.
           PERFORM CARRY-SUSPENSE-CARRIED.
           PERFORM CARRY-SUSPENSE-NEW.
           PERFORM CARRY-DUPS-CARRIED.
           PERFORM CARRY-DUPS-NEW.
           PERFORM CARRY-REJECTS-CARRIED.
           PERFORM CARRY-REJECTS-NEW.
           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
               IF WS-LIMITS-OPEN
                   PERFORM CARRY-LIMIT-RECORD
               END-IF
               IF WS-ORDERS-OPEN
                   PERFORM CARRY-STANDING-ORDERS
               END-IF
           END-PERFORM.

      *    Only a run that got this far marks the newly approved
      *    retirements carried.
           IF RETURN-CODE < 8
               PERFORM MARK-XREF-CARRIED
           END-IF.
           PERFORM WRITE-RUN-TOTALS.

           CLOSE VAR1-XREF.
           IF WS-LIMITS-OPEN
               CLOSE VAR1-LIMITS
           END-IF.
           IF WS-ORDERS-OPEN
               CLOSE VAR1-STANDING-ORDERS
           END-IF.
           CLOSE RETIRE-REPORT.
           CLOSE AUDIT-LOG.
           STOP RUN.

      *    Each entry is listed at the head of the report: the ones
      *    approved since the last carry, and the ones already
      *    carried that this run sweeps again.
       LOAD-XREF-TABLE.
           MOVE "N" TO WS-XREF-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-XREF
               READ VAR1-XREF NEXT RECORD
                   AT END
                       SET WS-EOF-XREF TO TRUE
                   NOT AT END
                       IF WS-XRF-COUNT >= WS-XRF-MAX
                           DISPLAY "XREF TABLE FULL - RETIRED CODE "
                               XRF-OLD-CODE " NOT CARRIED"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-XRF-COUNT
                           MOVE XRF-OLD-CODE
                               TO WS-XRF-OLD-CODE (WS-XRF-COUNT)
                           MOVE XRF-SUCCESSOR-CODE
                               TO WS-XRF-NEW-CODE (WS-XRF-COUNT)
                           MOVE XRF-STATUS
                               TO WS-XRF-STATUS (WS-XRF-COUNT)
                           PERFORM WRITE-XREF-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XRF-COUNT = 0
               MOVE "NO RETIRED CODES ON VAR1XREF - NOTHING TO CARRY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-XREF-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE XRF-OLD-CODE TO XRL-OLD-CODE.
           MOVE XRF-SUCCESSOR-CODE TO XRL-NEW-CODE.
           IF XRF-STATUS-APPROVED
               MOVE "APPROVED - CARRYING" TO XRL-STATE
           ELSE
               MOVE "CARRIED - SWEPT" TO XRL-STATE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-XREF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    WS-LOOKUP-CODE in, WS-SUCCESSOR-CODE out when the code is
      *    retired.
       FIND-XREF-SUCCESSOR.
           MOVE "N" TO WS-XREF-FOUND-SWITCH.
           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
                   OR WS-XREF-FOUND
               IF WS-XRF-OLD-CODE (WS-XRF-IX) = WS-LOOKUP-CODE
                   SET WS-XREF-FOUND TO TRUE
                   MOVE WS-XRF-NEW-CODE (WS-XRF-IX)
                       TO WS-SUCCESSOR-CODE
               END-IF
           END-PERFORM.

      *    One carry paragraph per sequential file: read, re-point a
      *    retired code, write every record through to the copy.
      *    An input that is absent still yields an empty copy, so
      *    the copy-back steps always have something to copy.
       CARRY-PENDING-HOLDS.
           MOVE "P" TO WS-MOVE-SOURCE.
           MOVE "PENDING HOLD" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT PENDING-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RPNI - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PENDING-IN
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ PENDING-IN
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE PNI-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE PNI-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE PNI-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO PNI-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-PENDING-MOVED
                               END-IF
                               WRITE PENDING-OUT-RECORD
                                   FROM PENDING-IN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-IN
               END-IF
               CLOSE PENDING-OUT
           END-IF.

       CARRY-SUSPENSE-CARRIED.
           MOVE "S" TO WS-MOVE-SOURCE.
           MOVE "SUSPENSE C" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT SUSPENSE-CARRIED-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RSUC - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SUSPENSE-CARRIED
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ SUSPENSE-CARRIED
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE SUC-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE SUC-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE SUC-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO SUC-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-SUSPENSE-MOVED
                               END-IF
                               WRITE SUSPENSE-CARRIED-OUT-RECORD
                                   FROM SUSPENSE-CARRIED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-CARRIED
               END-IF
               CLOSE SUSPENSE-CARRIED-OUT
           END-IF.

       CARRY-SUSPENSE-NEW.
           MOVE "S" TO WS-MOVE-SOURCE.
           MOVE "SUSPENSE" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT SUSPENSE-NEW-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RSUP - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SUSPENSE-NEW
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ SUSPENSE-NEW
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE SUN-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE SUN-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE SUN-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO SUN-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-SUSPENSE-MOVED
                               END-IF
                               WRITE SUSPENSE-NEW-OUT-RECORD
                                   FROM SUSPENSE-NEW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-NEW
               END-IF
               CLOSE SUSPENSE-NEW-OUT
           END-IF.

       CARRY-DUPS-CARRIED.
           MOVE "D" TO WS-MOVE-SOURCE.
           MOVE "DUP SUSPECT C" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT DUPS-CARRIED-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RDUC - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DUPS-CARRIED
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ DUPS-CARRIED
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE DUC-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE DUC-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE DUC-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO DUC-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-DUPS-MOVED
                               END-IF
                               WRITE DUPS-CARRIED-OUT-RECORD
                                   FROM DUPS-CARRIED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DUPS-CARRIED
               END-IF
               CLOSE DUPS-CARRIED-OUT
           END-IF.

       CARRY-DUPS-NEW.
           MOVE "D" TO WS-MOVE-SOURCE.
           MOVE "DUP SUSPECT" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT DUPS-NEW-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RDUP - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DUPS-NEW
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ DUPS-NEW
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE DUN-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE DUN-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE DUN-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO DUN-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-DUPS-MOVED
                               END-IF
                               WRITE DUPS-NEW-OUT-RECORD
                                   FROM DUPS-NEW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DUPS-NEW
               END-IF
               CLOSE DUPS-NEW-OUT
           END-IF.

      *    A moved reject keeps its reason: it was refused under the
      *    old code, and VAR1RCYC recycles it under the successor
      *    with the rest of the day's corrections.
       CARRY-REJECTS-CARRIED.
           MOVE "J" TO WS-MOVE-SOURCE.
           MOVE "REJECT C" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT REJECTS-CARRIED-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RRJC - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT REJECTS-CARRIED
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ REJECTS-CARRIED
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE RJC-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE RJC-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE RJC-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO RJC-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-REJECTS-MOVED
                               END-IF
                               WRITE REJECTS-CARRIED-OUT-RECORD
                                   FROM REJECTS-CARRIED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REJECTS-CARRIED
               END-IF
               CLOSE REJECTS-CARRIED-OUT
           END-IF.

       CARRY-REJECTS-NEW.
           MOVE "J" TO WS-MOVE-SOURCE.
           MOVE "REJECT" TO WS-MOVE-FILE-NAME.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN OUTPUT REJECTS-NEW-OUT.
           IF WS-ITEM-OUT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1RREJ - STATUS "
                   WS-ITEM-OUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT REJECTS-NEW
               IF WS-ITEM-IN-STATUS = "00" OR WS-ITEM-IN-STATUS = "05"
                   PERFORM UNTIL WS-EOF-ITEMS
                       READ REJECTS-NEW
                           AT END
                               SET WS-EOF-ITEMS TO TRUE
                           NOT AT END
                               MOVE RJN-CODE TO WS-LOOKUP-CODE
                               PERFORM FIND-XREF-SUCCESSOR
                               IF WS-XREF-FOUND
                                   MOVE RJN-AMOUNT TO WS-MOVE-AMOUNT
                                   MOVE RJN-EFF-DATE
                                       TO WS-MOVE-EFF-DATE
                                   MOVE WS-SUCCESSOR-CODE TO RJN-CODE
                                   PERFORM RECORD-MOVED-ITEM
                                   ADD 1 TO WS-REJECTS-MOVED
                               END-IF
                               WRITE REJECTS-NEW-OUT-RECORD
                                   FROM REJECTS-NEW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REJECTS-NEW
               END-IF
               CLOSE REJECTS-NEW-OUT
           END-IF.

      *    The old code's limit moves across when the successor has
      *    none of its own; when the successor already carries a
      *    limit, that limit stands and the old one is dropped --
      *    the successor's owner set it for the successor's volume.
       CARRY-LIMIT-RECORD.
           MOVE WS-XRF-OLD-CODE (WS-XRF-IX) TO LMT-VAR1-CODE.
           READ VAR1-LIMITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VAR1-LIMIT-RECORD TO WS-SAVED-LIMIT
                   PERFORM MOVE-LIMIT-RECORD
           END-READ.

      *    The retired code's limit is deleted only once the
      *    successor is settled -- the limit written under it, or
      *    its own kept. A failed write leaves the limit on the
      *    retired code for the operator (RC=8).
       MOVE-LIMIT-RECORD.
           MOVE "N" TO WS-LIMIT-PLACED-SWITCH.
           MOVE "L" TO WS-MOVE-SOURCE.
           MOVE "LIMIT" TO WS-MOVE-FILE-NAME.
           MOVE LMT-LIMIT-AMOUNT TO WS-MOVE-AMOUNT.
           MOVE ZERO TO WS-MOVE-EFF-DATE.
           MOVE WS-XRF-NEW-CODE (WS-XRF-IX) TO WS-SUCCESSOR-CODE.
           MOVE WS-SUCCESSOR-CODE TO LMT-VAR1-CODE.
           READ VAR1-LIMITS
               INVALID KEY
                   MOVE WS-SAVED-LIMIT TO VAR1-LIMIT-RECORD
                   MOVE WS-SUCCESSOR-CODE TO LMT-VAR1-CODE
                   MOVE WS-RUN-YYYY TO LMT-LU-YYYY
                   MOVE WS-RUN-MM TO LMT-LU-MM
                   MOVE WS-RUN-DD TO LMT-LU-DD
                   WRITE VAR1-LIMIT-RECORD
                       INVALID KEY
                           DISPLAY "VAR1LMT WRITE FAILED FOR "
                               WS-SUCCESSOR-CODE " - STATUS "
                               WS-LIMITS-STATUS
                           MOVE 8 TO RETURN-CODE
                           MOVE "KEPT   " TO WS-MOVE-RESULT
                           MOVE "WRITE FAILED" TO WS-MOVE-NOTE
                       NOT INVALID KEY
                           SET WS-LIMIT-PLACED TO TRUE
                           MOVE "MOVED  " TO WS-MOVE-RESULT
                           MOVE SPACES TO WS-MOVE-NOTE
                   END-WRITE
               NOT INVALID KEY
                   SET WS-LIMIT-PLACED TO TRUE
                   MOVE "DROPPED" TO WS-MOVE-RESULT
                   MOVE "SUCCESSOR KEPT" TO WS-MOVE-NOTE
           END-READ.
           IF WS-LIMIT-PLACED
               MOVE WS-XRF-OLD-CODE (WS-XRF-IX) TO LMT-VAR1-CODE
               DELETE VAR1-LIMITS
                   INVALID KEY
                       DISPLAY "VAR1LMT DELETE FAILED FOR "
                           LMT-VAR1-CODE " - STATUS " WS-LIMITS-STATUS
                       MOVE 8 TO RETURN-CODE
               END-DELETE
               ADD 1 TO WS-LIMITS-MOVED
           END-IF.
           MOVE WS-XRF-OLD-CODE (WS-XRF-IX) TO WS-MOVE-OLD-CODE.
           PERFORM WRITE-MOVED-ITEM.

      *    Orders move to the successor under the next free
      *    sequence numbers, keeping their generation markers so no
      *    occurrence already generated comes round again. With no
      *    sequence left under the successor the order stays where
      *    it is (RC=4) for the operator to rekey.
       CARRY-STANDING-ORDERS.
           MOVE ZERO TO WS-ORD-COUNT.
           MOVE WS-XRF-OLD-CODE (WS-XRF-IX) TO SOR-VAR1-CODE.
           MOVE ZERO TO SOR-SEQUENCE.
           PERFORM GATHER-CODE-ORDERS.
           IF WS-ORD-COUNT > 0
               MOVE ZERO TO WS-NEXT-SEQUENCE
               MOVE WS-XRF-NEW-CODE (WS-XRF-IX) TO SOR-VAR1-CODE
               MOVE ZERO TO SOR-SEQUENCE
               PERFORM FIND-NEXT-SEQUENCE
               PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                       UNTIL WS-ORD-IX > WS-ORD-COUNT
                   PERFORM MOVE-STANDING-ORDER
               END-PERFORM
           END-IF.

       GATHER-CODE-ORDERS.
           MOVE "N" TO WS-ORDERS-EOF-SWITCH.
           START VAR1-STANDING-ORDERS KEY IS NOT LESS THAN SOR-KEY
               INVALID KEY
                   SET WS-EOF-ORDERS TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-ORDERS
               READ VAR1-STANDING-ORDERS NEXT RECORD
                   AT END
                       SET WS-EOF-ORDERS TO TRUE
                   NOT AT END
                       IF SOR-VAR1-CODE NOT =
                           WS-XRF-OLD-CODE (WS-XRF-IX)
                           OR WS-ORD-COUNT >= 99
                           SET WS-EOF-ORDERS TO TRUE
                       ELSE
                           ADD 1 TO WS-ORD-COUNT
                           MOVE VAR1-STANDING-ORDER-RECORD
                               TO WS-ORD-RECORD (WS-ORD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *    Highest sequence already used under the successor, plus
      *    one.
       FIND-NEXT-SEQUENCE.
           MOVE "N" TO WS-ORDERS-EOF-SWITCH.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           START VAR1-STANDING-ORDERS KEY IS NOT LESS THAN SOR-KEY
               INVALID KEY
                   SET WS-EOF-ORDERS TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-ORDERS
               READ VAR1-STANDING-ORDERS NEXT RECORD
                   AT END
                       SET WS-EOF-ORDERS TO TRUE
                   NOT AT END
                       IF SOR-VAR1-CODE NOT =
                           WS-XRF-NEW-CODE (WS-XRF-IX)
                           SET WS-EOF-ORDERS TO TRUE
                       ELSE
                           COMPUTE WS-NEXT-SEQUENCE =
                               SOR-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM.

       MOVE-STANDING-ORDER.
           MOVE WS-ORD-RECORD (WS-ORD-IX)
               TO VAR1-STANDING-ORDER-RECORD.
           MOVE "O" TO WS-MOVE-SOURCE.
           MOVE "STANDING ORD" TO WS-MOVE-FILE-NAME.
           MOVE SOR-VAR1-CODE TO WS-MOVE-OLD-CODE.
           MOVE SOR-AMOUNT TO WS-MOVE-AMOUNT.
           MOVE SOR-START-DATE TO WS-MOVE-EFF-DATE.
           MOVE WS-XRF-NEW-CODE (WS-XRF-IX) TO WS-SUCCESSOR-CODE.
           IF WS-NEXT-SEQUENCE > 99
               MOVE "KEPT   " TO WS-MOVE-RESULT
               MOVE "NO FREE SEQ" TO WS-MOVE-NOTE
               ADD 1 TO WS-ORDERS-STUCK
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-SUCCESSOR-CODE TO SOR-VAR1-CODE
               MOVE WS-NEXT-SEQUENCE TO SOR-SEQUENCE
               MOVE WS-RUN-YYYY TO SOR-LU-YYYY
               MOVE WS-RUN-MM TO SOR-LU-MM
               MOVE WS-RUN-DD TO SOR-LU-DD
               WRITE VAR1-STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "VAR1SORD WRITE FAILED FOR "
                           SOR-VAR1-CODE "/" SOR-SEQUENCE
                           " - STATUS " WS-ORDERS-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE "KEPT   " TO WS-MOVE-RESULT
                       MOVE "WRITE FAILED" TO WS-MOVE-NOTE
                   NOT INVALID KEY
                       MOVE "MOVED  " TO WS-MOVE-RESULT
                       MOVE "SEQ " TO WS-MOVE-NOTE
                       MOVE WS-NEXT-SEQUENCE (2:2) TO WS-MOVE-NOTE (5:2)
                       ADD 1 TO WS-NEXT-SEQUENCE
                       ADD 1 TO WS-ORDERS-MOVED
                       MOVE WS-ORD-RECORD (WS-ORD-IX)
                           TO VAR1-STANDING-ORDER-RECORD
                       DELETE VAR1-STANDING-ORDERS
                           INVALID KEY
                               DISPLAY "VAR1SORD DELETE FAILED FOR "
                                   SOR-VAR1-CODE "/" SOR-SEQUENCE
                                   " - STATUS " WS-ORDERS-STATUS
                               MOVE 8 TO RETURN-CODE
                       END-DELETE
               END-WRITE
           END-IF.
           PERFORM WRITE-MOVED-ITEM.

       RECORD-MOVED-ITEM.
           MOVE WS-LOOKUP-CODE TO WS-MOVE-OLD-CODE.
           MOVE "MOVED  " TO WS-MOVE-RESULT.
           MOVE SPACES TO WS-MOVE-NOTE.
           PERFORM WRITE-MOVED-ITEM.

      *    One report line and one type R audit entry per item.
       WRITE-MOVED-ITEM.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE WS-MOVE-FILE-NAME TO DTL-FILE-NAME.
           MOVE WS-MOVE-OLD-CODE TO DTL-OLD-CODE.
           MOVE WS-SUCCESSOR-CODE TO DTL-NEW-CODE.
           MOVE WS-MOVE-AMOUNT TO DTL-AMOUNT.
           MOVE WS-MOVE-EFF-DATE TO DTL-EFF-DATE.
           MOVE WS-MOVE-RESULT TO DTL-RESULT.
           MOVE WS-MOVE-NOTE TO DTL-NOTE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-RETIRE TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE WS-MOVE-SOURCE TO AUDIT-MOVE-SOURCE.
           MOVE WS-MOVE-OLD-CODE TO AUDIT-MOVE-OLD-CODE.
           MOVE WS-SUCCESSOR-CODE TO AUDIT-MOVE-NEW-CODE.
           MOVE WS-MOVE-RESULT TO AUDIT-MOVE-RESULT.
           WRITE AUDIT-LOG-RECORD.

       MARK-XREF-CARRIED.
           PERFORM VARYING WS-XRF-IX FROM 1 BY 1
                   UNTIL WS-XRF-IX > WS-XRF-COUNT
               IF WS-XRF-STATUS (WS-XRF-IX) = "A"
                   MOVE WS-XRF-OLD-CODE (WS-XRF-IX) TO XRF-OLD-CODE
                   READ VAR1-XREF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET XRF-STATUS-CARRIED TO TRUE
                           MOVE WS-RUN-DATE-NUM TO XRF-CARRIED-DATE
                           REWRITE VAR1-XREF-RECORD
                               INVALID KEY
                                   DISPLAY "VAR1XREF REWRITE FAILED "
                                       "FOR " XRF-OLD-CODE
                                   MOVE 8 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NEWLY-CARRIED-COUNT
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

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
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-RUN-TOTALS.
           MOVE WS-PENDING-MOVED TO TOT-PENDING.
           MOVE WS-SUSPENSE-MOVED TO TOT-SUSPENSE.
           MOVE WS-DUPS-MOVED TO TOT-DUPS.
           MOVE WS-REJECTS-MOVED TO TOT-REJECTS.
           MOVE WS-LIMITS-MOVED TO TOT-LIMITS.
           MOVE WS-ORDERS-MOVED TO TOT-ORDERS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VAR1RETR TOTALS - RETIRED CODES: " WS-XRF-COUNT
               " NEWLY CARRIED: " WS-NEWLY-CARRIED-COUNT
               " HELD: " WS-PENDING-MOVED
               " SUSPENSE: " WS-SUSPENSE-MOVED
               " DUPS: " WS-DUPS-MOVED
               " REJECTS: " WS-REJECTS-MOVED
               " LIMITS: " WS-LIMITS-MOVED
               " ORDERS: " WS-ORDERS-MOVED
               " ORDERS KEPT: " WS-ORDERS-STUCK.

       END PROGRAM VAR1RETR.
