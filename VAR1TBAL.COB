      ******************************************************************
      * Program: VAR1TBAL
      * Purpose: Nightly balance roll and trial balance. Runs behind
      *          the STEP030 history commit, reads the night's
      *          per-run history (the same records STEP030 just
      *          loaded into the keyed VAR1HSTK.DAT store), and rolls
      *          the per-code running balance file VAR1BAL.DAT
      *          forward: every code's opening balance for the night
      *          is its prior closing balance, the night's postings,
      *          reversals (R) and adjustments (J) are recorded
      *          against it, and the closing balance is opening plus
      *          the night's net. Codes posting for the first time
      *          are added at a zero opening balance. The trial
      *          balance report then proves opening plus net equals
      *          closing for every code on the file and in total,
      *          and ties the night's total net to the GLINTF.DAT
      *          trailer. Anything out ends the step RC=8.
      *          A rerun of the step is safe: BAL-ROLL-DATE marks a
      *          record already rolled for the night's posting run
      *          date, and such a record is proven again but never
      *          applied twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1TBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching the STEP040 DD statements in
      *    JCL/HELLOV1.PROC, same convention as every other program
      *    in this suite.
           SELECT NIGHT-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VAR1-BALANCES ASSIGN TO VAR1BAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-VAR1-CODE
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT GL-INTERFACE ASSIGN TO GLINTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT TRIAL-BALANCE-REPORT ASSIGN TO TBALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBALRPT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-HISTORY
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  VAR1-BALANCES
           RECORDING MODE IS F.
           COPY BALNREC.

      *    Only the record id and the trailer totals are needed here;
      *    the detail lines are the ledger's business, the trailer
      *    is what the night's net must tie to.
       FD  GL-INTERFACE
           RECORDING MODE IS F.
       01 GL-INTERFACE-RECORD.
           05 GLI-REC-ID PIC X(4).
           05 FILLER PIC X(52).
       01 GL-TRAILER-REC.
           05 GLT-REC-ID PIC X(4).
           05 GLT-TOTAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X.
           05 GLT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GLT-LINE-COUNT PIC 9(6).
           05 FILLER PIC X(24).

       FD  TRIAL-BALANCE-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

      *    Columns 7-26 carry the run identifier, in the same
      *    position as the other programs' control cards.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 FILLER PIC X(6).
           05 SYSIN-RUN-ID PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05 WS-HISTORY-STATUS PIC XX VALUE "00".
           05 WS-BALANCE-STATUS PIC XX VALUE "00".
           05 WS-GL-STATUS PIC XX VALUE "00".
           05 WS-TBALRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-HISTORY VALUE "Y".
           05 WS-BAL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-BALANCES VALUE "Y".
           05 WS-GL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-GL VALUE "Y".
           05 WS-NT-FOUND-SWITCH PIC X VALUE "N".
              88 WS-NT-FOUND VALUE "Y".
           05 WS-GL-TRAILER-SWITCH PIC X VALUE "N".
              88 WS-GL-TRAILER-FOUND VALUE "Y".
           05 WS-CODE-OUT-SWITCH PIC X VALUE "N".
              88 WS-CODE-OUT VALUE "Y".
           05 WS-TRIAL-OUT-SWITCH PIC X VALUE "N".
              88 WS-TRIAL-OUT VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The night's movement per code off the per-run history,
      *    kept in code sequence by insertion (same idiom as the GL
      *    table in HELLO-COBOL-VAR1 and VAR1HRPT's code table) so
      *    the keyed pass over VAR1BAL.DAT below can walk it in step
      *    with the file. Sized to the same 5000 codes as the master
      *    and GL tables; an overflow fails the step -- a balance
      *    file rolled short would carry the error forward forever.
       01 WS-NIGHT-TABLE.
           05 WS-NT-COUNT PIC 9(5) VALUE 0.
           05 WS-NT-MAX PIC 9(5) VALUE 5000.
           05 WS-NT-ENTRY OCCURS 5000 TIMES.
               10 WS-NT-CODE PIC X(5).
               10 WS-NT-POSTED-COUNT PIC 9(6).
               10 WS-NT-POSTED-AMOUNT PIC 9(9)V99.
               10 WS-NT-REVERSED-COUNT PIC 9(6).
               10 WS-NT-REVERSED-AMOUNT PIC 9(9)V99.
               10 WS-NT-ADJUSTED-COUNT PIC 9(6).
               10 WS-NT-ADJUSTED-AMOUNT PIC 9(9)V99.
               10 WS-NT-APPLIED PIC X.
                  88 WS-NT-IS-APPLIED VALUE "Y".

       01 WS-WORK-FIELDS.
           05 WS-NT-IX PIC 9(5).
           05 WS-NT-SHIFT-IX PIC 9(5).
           05 WS-NT-INSERT-AT PIC 9(5).
           05 WS-NIGHT-DATE PIC 9(8) VALUE ZERO.
           05 WS-CODE-NET PIC S9(11)V99.
           05 WS-CODE-PROOF PIC S9(11)V99.

       01 WS-RUN-COUNTERS.
           05 WS-HISTORY-COUNT PIC 9(6) VALUE 0.
           05 WS-CODE-COUNT PIC 9(6) VALUE 0.
           05 WS-ADDED-COUNT PIC 9(6) VALUE 0.
           05 WS-ROLLED-COUNT PIC 9(6) VALUE 0.
           05 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
           05 WS-OUT-COUNT PIC 9(6) VALUE 0.

      *    Trial balance totals over every code on the file; the
      *    night's net is proven three ways -- opening plus net
      *    against closing, against the history just committed, and
      *    against the GLINTF trailer the ledger balances to.
       01 WS-TRIAL-TOTALS.
           05 WS-TOT-OPENING PIC S9(13)V99 VALUE 0.
           05 WS-TOT-POSTED-COUNT PIC 9(7) VALUE 0.
           05 WS-TOT-POSTED-AMOUNT PIC S9(13)V99 VALUE 0.
           05 WS-TOT-REVERSED-COUNT PIC 9(7) VALUE 0.
           05 WS-TOT-REVERSED-AMOUNT PIC S9(13)V99 VALUE 0.
           05 WS-TOT-ADJUSTED-COUNT PIC 9(7) VALUE 0.
           05 WS-TOT-ADJUSTED-AMOUNT PIC S9(13)V99 VALUE 0.
           05 WS-TOT-NET PIC S9(13)V99 VALUE 0.
           05 WS-TOT-CLOSING PIC S9(13)V99 VALUE 0.
           05 WS-TOT-PROOF PIC S9(13)V99 VALUE 0.
           05 WS-HISTORY-NET PIC S9(13)V99 VALUE 0.
           05 WS-GL-TRAILER-AMOUNT PIC S9(13)V99 VALUE 0.

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
           05 FILLER PIC X(20) VALUE "VAR1TBAL".
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
           05 FILLER PIC X(32)
              VALUE "TRIAL BALANCE - POSTING RUN OF ".
           05 HDR-NIGHT-DATE PIC 9(8).

       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(19) VALUE "           OPENING".
           05 FILLER PIC X(19) VALUE "      NET MOVEMENT".
           05 FILLER PIC X(19) VALUE "           CLOSING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PROOF".

       01 WS-DETAIL-LINE.
           05 DTL-VAR1-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OPENING PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-NET PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DTL-CLOSING PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PROOF PIC X(6).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(22).
           05 TOT-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESULT-LINE.
           05 FILLER PIC X(15) VALUE "TRIAL BALANCE: ".
           05 RES-RESULT PIC X(14).
           05 FILLER PIC X(15) VALUE "  CODES OUT: ".
           05 RES-OUT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT NIGHT-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HISTN.DAT - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O VAR1-BALANCES.
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT VAR1-BALANCES
               CLOSE VAR1-BALANCES
               OPEN I-O VAR1-BALANCES
           END-IF.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1BAL.DAT - STATUS "
                   WS-BALANCE-STATUS
               CLOSE NIGHT-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING GLINTF - STATUS "
                   WS-GL-STATUS
               CLOSE NIGHT-HISTORY
               CLOSE VAR1-BALANCES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRIAL-BALANCE-REPORT.
           IF WS-TBALRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TBALRPT - STATUS "
                   WS-TBALRPT-STATUS
               CLOSE NIGHT-HISTORY
               CLOSE VAR1-BALANCES
               CLOSE GL-INTERFACE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.

           PERFORM UNTIL WS-EOF-HISTORY
               READ NIGHT-HISTORY
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       PERFORM ACCUMULATE-NIGHT-HISTORY
               END-READ
           END-PERFORM.
      *    A night that posted nothing still rolls every code (zero
      *    movement); its posting run date is tonight's run date.
           IF WS-NIGHT-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-NIGHT-DATE
           END-IF.

           PERFORM READ-GL-TRAILER.
           PERFORM ADD-NEW-BALANCE-CODES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM ROLL-BALANCE-FILE.
           PERFORM WRITE-TRIAL-TOTALS.

           IF WS-TRIAL-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE NIGHT-HISTORY.
           CLOSE VAR1-BALANCES.
           CLOSE GL-INTERFACE.
           CLOSE TRIAL-BALANCE-REPORT.
           STOP RUN.

      *    The posting run date comes off the history itself, not
      *    the clock, so a roll that runs past midnight still books
      *    against the night that posted the figures.
       ACCUMULATE-NIGHT-HISTORY.
           IF WS-NIGHT-DATE = ZERO
               MOVE HST-RUN-DATE TO WS-NIGHT-DATE
           END-IF.
           IF HST-RUN-DATE NOT = WS-NIGHT-DATE
               DISPLAY "HISTORY FOR " HST-VAR1-CODE
                   " CARRIES RUN DATE " HST-RUN-DATE
                   " - EXPECTED " WS-NIGHT-DATE
               SET WS-TRIAL-OUT TO TRUE
           END-IF.
           PERFORM FIND-OR-INSERT-NIGHT-CODE.
           IF WS-NT-FOUND
               EVALUATE TRUE
                   WHEN HST-TRANS-REVERSAL
                       ADD 1 TO WS-NT-REVERSED-COUNT (WS-NT-IX)
                       ADD HST-VAR1-AMOUNT
                           TO WS-NT-REVERSED-AMOUNT (WS-NT-IX)
                       SUBTRACT HST-VAR1-AMOUNT FROM WS-HISTORY-NET
                   WHEN HST-TRANS-ADJUSTMENT
                       ADD 1 TO WS-NT-ADJUSTED-COUNT (WS-NT-IX)
                       ADD HST-VAR1-AMOUNT
                           TO WS-NT-ADJUSTED-AMOUNT (WS-NT-IX)
                       SUBTRACT HST-VAR1-AMOUNT FROM WS-HISTORY-NET
                   WHEN OTHER
                       ADD 1 TO WS-NT-POSTED-COUNT (WS-NT-IX)
                       ADD HST-VAR1-AMOUNT
                           TO WS-NT-POSTED-AMOUNT (WS-NT-IX)
                       ADD HST-VAR1-AMOUNT TO WS-HISTORY-NET
               END-EVALUATE
           END-IF.

      *    Same find-or-insert idiom as VAR1HRPT's FIND-OR-INSERT-
      *    CODE: the table stays in ascending code order and
      *    WS-NT-IX points at the code's entry either way.
       FIND-OR-INSERT-NIGHT-CODE.
           MOVE "N" TO WS-NT-FOUND-SWITCH.
           MOVE ZERO TO WS-NT-INSERT-AT.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
                   OR WS-NT-INSERT-AT > 0
               IF WS-NT-CODE (WS-NT-IX) = HST-VAR1-CODE
                   SET WS-NT-FOUND TO TRUE
                   MOVE WS-NT-IX TO WS-NT-INSERT-AT
               ELSE
                   IF WS-NT-CODE (WS-NT-IX) > HST-VAR1-CODE
                       MOVE WS-NT-IX TO WS-NT-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NT-FOUND
               MOVE WS-NT-INSERT-AT TO WS-NT-IX
           ELSE
               IF WS-NT-COUNT >= WS-NT-MAX
                   DISPLAY "NIGHT TABLE FULL - HISTORY FOR "
                       HST-VAR1-CODE " NOT ROLLED - "
                       "TRIAL BALANCE WILL NOT TIE"
                   SET WS-TRIAL-OUT TO TRUE
               ELSE
                   IF WS-NT-INSERT-AT = 0
                       ADD 1 TO WS-NT-COUNT
                       MOVE WS-NT-COUNT TO WS-NT-INSERT-AT
                   ELSE
                       PERFORM VARYING WS-NT-SHIFT-IX
                               FROM WS-NT-COUNT BY -1
                               UNTIL WS-NT-SHIFT-IX < WS-NT-INSERT-AT
                           MOVE WS-NT-ENTRY (WS-NT-SHIFT-IX)
                               TO WS-NT-ENTRY (WS-NT-SHIFT-IX + 1)
                       END-PERFORM
                       ADD 1 TO WS-NT-COUNT
                   END-IF
                   MOVE WS-NT-INSERT-AT TO WS-NT-IX
                   INITIALIZE WS-NT-ENTRY (WS-NT-IX)
                   MOVE HST-VAR1-CODE TO WS-NT-CODE (WS-NT-IX)
                   MOVE "N" TO WS-NT-APPLIED (WS-NT-IX)
                   SET WS-NT-FOUND TO TRUE
               END-IF
           END-IF.

      *    The trailer is the last GLINTF record; a file without one
      *    is an extract that never finished, and the night cannot
      *    be tied to it.
       READ-GL-TRAILER.
           PERFORM UNTIL WS-EOF-GL
               READ GL-INTERFACE
                   AT END
                       SET WS-EOF-GL TO TRUE
                   NOT AT END
                       IF GLI-REC-ID = "TRL "
                           SET WS-GL-TRAILER-FOUND TO TRUE
                           MOVE GLT-TOTAL-AMOUNT
                               TO WS-GL-TRAILER-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-GL-TRAILER-FOUND
               DISPLAY "GLINTF TRAILER NOT FOUND - NIGHT CANNOT BE "
                   "TIED TO THE GL EXTRACT"
               SET WS-TRIAL-OUT TO TRUE
           END-IF.

      *    A code posting for the first time gets its record before
      *    the roll pass, at a zero opening balance and a zero roll
      *    date, so the pass below rolls it exactly like an
      *    established code and the report stays in code sequence.
       ADD-NEW-BALANCE-CODES.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
               MOVE WS-NT-CODE (WS-NT-IX) TO BAL-VAR1-CODE
               READ VAR1-BALANCES
                   INVALID KEY
                       PERFORM WRITE-NEW-BALANCE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.

       WRITE-NEW-BALANCE.
           MOVE SPACES TO VAR1-BALANCE-RECORD.
           MOVE WS-NT-CODE (WS-NT-IX) TO BAL-VAR1-CODE.
           MOVE ZERO TO BAL-OPENING-BALANCE.
           MOVE ZERO TO BAL-POSTED-COUNT.
           MOVE ZERO TO BAL-POSTED-AMOUNT.
           MOVE ZERO TO BAL-REVERSED-COUNT.
           MOVE ZERO TO BAL-REVERSED-AMOUNT.
           MOVE ZERO TO BAL-ADJUSTED-COUNT.
           MOVE ZERO TO BAL-ADJUSTED-AMOUNT.
           MOVE ZERO TO BAL-CLOSING-BALANCE.
           MOVE ZERO TO BAL-LAST-POSTING-DATE.
           MOVE ZERO TO BAL-ROLL-DATE.
           WRITE VAR1-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "BALANCE ADD FAILED FOR "
                       BAL-VAR1-CODE " - STATUS " WS-BALANCE-STATUS
                   SET WS-TRIAL-OUT TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

      *    One keyed pass over the whole file in code sequence,
      *    walking the night table in step with it.
       ROLL-BALANCE-FILE.
           MOVE LOW-VALUES TO BAL-VAR1-CODE.
           START VAR1-BALANCES KEY IS NOT LESS THAN BAL-VAR1-CODE
               INVALID KEY
                   SET WS-EOF-BALANCES TO TRUE
           END-START.
           MOVE 1 TO WS-NT-IX.
           PERFORM UNTIL WS-EOF-BALANCES
               READ VAR1-BALANCES NEXT RECORD
                   AT END
                       SET WS-EOF-BALANCES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CODE-COUNT
                       PERFORM ROLL-ONE-BALANCE
               END-READ
           END-PERFORM.
      *    Every code with history tonight had its record added
      *    above, so an entry left unapplied means the file and the
      *    history disagree about which codes exist.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
               IF NOT WS-NT-IS-APPLIED (WS-NT-IX)
                   DISPLAY "HISTORY FOR " WS-NT-CODE (WS-NT-IX)
                       " NOT ROLLED INTO VAR1BAL.DAT"
                   SET WS-TRIAL-OUT TO TRUE
               END-IF
           END-PERFORM.

      *    A record last rolled for an earlier night rolls now:
      *    yesterday's closing becomes tonight's opening and the
      *    night's movement (zero for a quiet code) replaces the
      *    previous night's. A record already rolled for this night
      *    is left as it stands. A record rolled for a LATER night
      *    means an old night is being replayed over a newer file;
      *    it is never touched and the step fails.
       ROLL-ONE-BALANCE.
           MOVE "N" TO WS-NT-FOUND-SWITCH.
           PERFORM VARYING WS-NT-IX FROM WS-NT-IX BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
                   OR WS-NT-CODE (WS-NT-IX) >= BAL-VAR1-CODE
               CONTINUE
           END-PERFORM.
           IF WS-NT-IX <= WS-NT-COUNT
               IF WS-NT-CODE (WS-NT-IX) = BAL-VAR1-CODE
                   SET WS-NT-FOUND TO TRUE
                   MOVE "Y" TO WS-NT-APPLIED (WS-NT-IX)
               END-IF
           END-IF.
           MOVE "N" TO WS-CODE-OUT-SWITCH.
           EVALUATE TRUE
               WHEN BAL-ROLL-DATE < WS-NIGHT-DATE
                   PERFORM APPLY-NIGHT-MOVEMENT
               WHEN BAL-ROLL-DATE = WS-NIGHT-DATE
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   DISPLAY "VAR1BAL.DAT " BAL-VAR1-CODE
                       " ALREADY ROLLED FOR " BAL-ROLL-DATE
                       " - NOT ROLLED BACK TO " WS-NIGHT-DATE
                   SET WS-CODE-OUT TO TRUE
           END-EVALUATE.
           PERFORM PROVE-ONE-BALANCE.
           PERFORM WRITE-DETAIL-LINE.

       APPLY-NIGHT-MOVEMENT.
           MOVE BAL-CLOSING-BALANCE TO BAL-OPENING-BALANCE.
           IF WS-NT-FOUND
               MOVE WS-NT-POSTED-COUNT (WS-NT-IX) TO BAL-POSTED-COUNT
               MOVE WS-NT-POSTED-AMOUNT (WS-NT-IX)
                   TO BAL-POSTED-AMOUNT
               MOVE WS-NT-REVERSED-COUNT (WS-NT-IX)
                   TO BAL-REVERSED-COUNT
               MOVE WS-NT-REVERSED-AMOUNT (WS-NT-IX)
                   TO BAL-REVERSED-AMOUNT
               MOVE WS-NT-ADJUSTED-COUNT (WS-NT-IX)
                   TO BAL-ADJUSTED-COUNT
               MOVE WS-NT-ADJUSTED-AMOUNT (WS-NT-IX)
                   TO BAL-ADJUSTED-AMOUNT
               MOVE WS-NIGHT-DATE TO BAL-LAST-POSTING-DATE
           ELSE
               MOVE ZERO TO BAL-POSTED-COUNT
               MOVE ZERO TO BAL-POSTED-AMOUNT
               MOVE ZERO TO BAL-REVERSED-COUNT
               MOVE ZERO TO BAL-REVERSED-AMOUNT
               MOVE ZERO TO BAL-ADJUSTED-COUNT
               MOVE ZERO TO BAL-ADJUSTED-AMOUNT
           END-IF.
           COMPUTE BAL-CLOSING-BALANCE =
               BAL-OPENING-BALANCE + BAL-POSTED-AMOUNT
               - BAL-REVERSED-AMOUNT - BAL-ADJUSTED-AMOUNT.
           MOVE WS-NIGHT-DATE TO BAL-ROLL-DATE.
           REWRITE VAR1-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "BALANCE REWRITE FAILED FOR "
                       BAL-VAR1-CODE " - STATUS " WS-BALANCE-STATUS
                   SET WS-CODE-OUT TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
           END-REWRITE.

      *    The proof: opening plus the night's net must equal the
      *    closing balance on the record, and the night's movement
      *    on the record must be the movement in tonight's history
      *    -- the second test is what catches a rerun against a
      *    history file that changed since the first attempt.
       PROVE-ONE-BALANCE.
           COMPUTE WS-CODE-NET =
               BAL-POSTED-AMOUNT - BAL-REVERSED-AMOUNT
               - BAL-ADJUSTED-AMOUNT.
           COMPUTE WS-CODE-PROOF = BAL-OPENING-BALANCE + WS-CODE-NET.
           IF WS-CODE-PROOF NOT = BAL-CLOSING-BALANCE
               SET WS-CODE-OUT TO TRUE
           END-IF.
           IF WS-NT-FOUND
               IF BAL-POSTED-AMOUNT NOT = WS-NT-POSTED-AMOUNT (WS-NT-IX)
                   OR BAL-REVERSED-AMOUNT
                       NOT = WS-NT-REVERSED-AMOUNT (WS-NT-IX)
                   OR BAL-ADJUSTED-AMOUNT
                       NOT = WS-NT-ADJUSTED-AMOUNT (WS-NT-IX)
                   SET WS-CODE-OUT TO TRUE
               END-IF
           ELSE
               IF BAL-ROLL-DATE = WS-NIGHT-DATE
                   AND WS-CODE-NET NOT = ZERO
                   SET WS-CODE-OUT TO TRUE
               END-IF
           END-IF.
           IF WS-CODE-OUT
               ADD 1 TO WS-OUT-COUNT
               SET WS-TRIAL-OUT TO TRUE
           END-IF.
           ADD BAL-OPENING-BALANCE TO WS-TOT-OPENING.
           ADD BAL-POSTED-COUNT TO WS-TOT-POSTED-COUNT.
           ADD BAL-POSTED-AMOUNT TO WS-TOT-POSTED-AMOUNT.
           ADD BAL-REVERSED-COUNT TO WS-TOT-REVERSED-COUNT.
           ADD BAL-REVERSED-AMOUNT TO WS-TOT-REVERSED-AMOUNT.
           ADD BAL-ADJUSTED-COUNT TO WS-TOT-ADJUSTED-COUNT.
           ADD BAL-ADJUSTED-AMOUNT TO WS-TOT-ADJUSTED-AMOUNT.
           ADD WS-CODE-NET TO WS-TOT-NET.
           ADD BAL-CLOSING-BALANCE TO WS-TOT-CLOSING.

      *    The same proof in total, then the night's net against the
      *    history just committed and against the GLINTF trailer.
       WRITE-TRIAL-TOTALS.
           COMPUTE WS-TOT-PROOF = WS-TOT-OPENING + WS-TOT-NET.
           IF WS-TOT-PROOF NOT = WS-TOT-CLOSING
               DISPLAY "TRIAL BALANCE - OPENING PLUS NET "
                   WS-TOT-PROOF " NOT EQUAL CLOSING " WS-TOT-CLOSING
               SET WS-TRIAL-OUT TO TRUE
           END-IF.
           IF WS-TOT-NET NOT = WS-HISTORY-NET
               DISPLAY "TRIAL BALANCE - NET " WS-TOT-NET
                   " NOT EQUAL HISTORY NET " WS-HISTORY-NET
               SET WS-TRIAL-OUT TO TRUE
           END-IF.
           IF WS-GL-TRAILER-FOUND
               AND WS-TOT-NET NOT = WS-GL-TRAILER-AMOUNT
               DISPLAY "TRIAL BALANCE - NET " WS-TOT-NET
                   " NOT EQUAL GLINTF TRAILER " WS-GL-TRAILER-AMOUNT
               SET WS-TRIAL-OUT TO TRUE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO TOT-COUNT.
           MOVE "OPENING BALANCE" TO TOT-LABEL.
           MOVE WS-CODE-COUNT TO TOT-COUNT.
           MOVE WS-TOT-OPENING TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "POSTINGS" TO TOT-LABEL.
           MOVE WS-TOT-POSTED-COUNT TO TOT-COUNT.
           MOVE WS-TOT-POSTED-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "REVERSALS" TO TOT-LABEL.
           MOVE WS-TOT-REVERSED-COUNT TO TOT-COUNT.
           MOVE WS-TOT-REVERSED-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ADJUSTMENTS" TO TOT-LABEL.
           MOVE WS-TOT-ADJUSTED-COUNT TO TOT-COUNT.
           MOVE WS-TOT-ADJUSTED-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NET MOVEMENT" TO TOT-LABEL.
           MOVE WS-HISTORY-COUNT TO TOT-COUNT.
           MOVE WS-TOT-NET TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "CLOSING BALANCE" TO TOT-LABEL.
           MOVE WS-CODE-COUNT TO TOT-COUNT.
           MOVE WS-TOT-CLOSING TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "HISTORY NET" TO TOT-LABEL.
           MOVE WS-HISTORY-COUNT TO TOT-COUNT.
           MOVE WS-HISTORY-NET TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "GLINTF TRAILER" TO TOT-LABEL.
           MOVE ZERO TO TOT-COUNT.
           MOVE WS-GL-TRAILER-AMOUNT TO TOT-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRIAL-OUT
               MOVE "OUT OF BALANCE" TO RES-RESULT
           ELSE
               MOVE "IN BALANCE" TO RES-RESULT
           END-IF.
           MOVE WS-OUT-COUNT TO RES-OUT-COUNT.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "VAR1TBAL TOTALS - CODES: " WS-CODE-COUNT
               " ADDED: " WS-ADDED-COUNT
               " ROLLED: " WS-ROLLED-COUNT
               " ALREADY ROLLED: " WS-ALREADY-COUNT
               " OUT: " WS-OUT-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.
           DISPLAY "VAR1TBAL NIGHT " WS-NIGHT-DATE
               " NET: " WS-TOT-NET
               " GLINTF: " WS-GL-TRAILER-AMOUNT
               " RESULT: " RES-RESULT.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

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
           MOVE WS-NIGHT-DATE TO HDR-NIGHT-DATE.
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
           MOVE BAL-VAR1-CODE TO DTL-VAR1-CODE.
           MOVE BAL-OPENING-BALANCE TO DTL-OPENING.
           MOVE WS-CODE-NET TO DTL-NET.
           MOVE BAL-CLOSING-BALANCE TO DTL-CLOSING.
           IF WS-CODE-OUT
               MOVE "OUT" TO DTL-PROOF
           ELSE
               MOVE "OK" TO DTL-PROOF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       END PROGRAM VAR1TBAL.
