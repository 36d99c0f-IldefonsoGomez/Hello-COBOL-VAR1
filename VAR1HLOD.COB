      ******************************************************************
      * Program: VAR1HLOD
      * Purpose: History load. Runs as STEP030 behind a clean
      *          HELLO-COBOL-VAR1 step and loads the night's per-run
      *          history into the keyed VAR1HSTK.DAT store (HSTKREC)
      *          that the nightly reversal match, the duplicate
      *          look-back, and the month-end reports read -- the
      *          job the IEBGENER append to the sequential
      *          VAR1HIST.DAT used to do. Every load is numbered and
      *          logged to VAR1HCTL.DAT (HCTLREC): an S entry before
      *          the first record is written and a C entry, with the
      *          count and net amount loaded, once the last one is.
      *          A load that dies between the two is left at S, and
      *          the next run picks the same load number back up:
      *          every record keys on load number plus its position
      *          in the input, so a record the failed run already
      *          wrote is found on file, checked, and counted rather
      *          than written twice. A rerun against a different
      *          night's history while a load is unfinished is
      *          refused -- the unfinished one has to be completed
      *          first. The same program loads the retired
      *          sequential VAR1HIST.DAT into an empty store once,
      *          at conversion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1HLOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching the STEP030 DD statements in
      *    JCL/HELLOV1.PROC, same convention as every other program
      *    in this suite.
           SELECT NIGHT-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-STORE ASSIGN TO VAR1HISC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-STORE-STATUS.

      *    Read through once for the last load's number and state,
      *    then reopened EXTEND for this load's entries. OPTIONAL:
      *    the first load finds no control file.
           SELECT OPTIONAL HISTORY-CONTROL ASSIGN TO VAR1HCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-HISTORY
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  HISTORY-STORE
           RECORDING MODE IS F.
           COPY HSTKREC.

       FD  HISTORY-CONTROL
           RECORDING MODE IS F.
           COPY HCTLREC.

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
           05 WS-STORE-STATUS PIC XX VALUE "00".
           05 WS-CONTROL-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-HISTORY VALUE "Y".
           05 WS-CTL-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CONTROL VALUE "Y".
           05 WS-RESUME-SWITCH PIC X VALUE "N".
              88 WS-RESUMING-LOAD VALUE "Y".
           05 WS-LOAD-FAILED-SWITCH PIC X VALUE "N".
              88 WS-LOAD-FAILED VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The last load on VAR1HCTL.DAT: its number, the posting run
      *    date it carried, and whether it ever reached C.
       01 WS-LAST-LOAD-FIELDS.
           05 WS-LAST-LOAD-NUMBER PIC 9(5) VALUE ZERO.
           05 WS-LAST-LOAD-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-LAST-LOAD-STATE PIC X VALUE SPACE.
              88 WS-LAST-LOAD-UNFINISHED VALUE "S".

       01 WS-LOAD-FIELDS.
           05 WS-LOAD-NUMBER PIC 9(5) VALUE ZERO.
           05 WS-LOAD-SEQ PIC 9(7) VALUE ZERO.
           05 WS-LOAD-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-LOAD-NET PIC S9(11)V99 VALUE ZERO.
           05 WS-ENTRY-STATE PIC X VALUE SPACE.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(7) VALUE 0.
           05 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 WS-ALREADY-COUNT PIC 9(7) VALUE 0.
           05 WS-CONFLICT-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.

           OPEN INPUT NIGHT-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HISTN.DAT - STATUS "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The first record names the posting run date being loaded;
      *    a night that posted nothing has nothing to load and
      *    leaves no control entry.
           READ NIGHT-HISTORY
               AT END
                   SET WS-EOF-HISTORY TO TRUE
           END-READ.
           IF WS-EOF-HISTORY
               DISPLAY "VAR1HLOD - NO HISTORY TO LOAD"
               CLOSE NIGHT-HISTORY
               STOP RUN
           END-IF.
           MOVE HST-RUN-DATE TO WS-LOAD-RUN-DATE.

           PERFORM FIND-LAST-LOAD.
           IF WS-LAST-LOAD-UNFINISHED
               IF WS-LAST-LOAD-RUN-DATE NOT = WS-LOAD-RUN-DATE
                   DISPLAY "VAR1HLOD - LOAD " WS-LAST-LOAD-NUMBER
                       " OF RUN DATE " WS-LAST-LOAD-RUN-DATE
                       " NEVER COMPLETED - RERUN IT BEFORE LOADING "
                       WS-LOAD-RUN-DATE
                   CLOSE NIGHT-HISTORY
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-RESUMING-LOAD TO TRUE
               MOVE WS-LAST-LOAD-NUMBER TO WS-LOAD-NUMBER
               DISPLAY "VAR1HLOD - RESUMING LOAD " WS-LOAD-NUMBER
           ELSE
               COMPUTE WS-LOAD-NUMBER = WS-LAST-LOAD-NUMBER + 1
           END-IF.

           OPEN I-O HISTORY-STORE.
           IF WS-STORE-STATUS = "35"
               OPEN OUTPUT HISTORY-STORE
               CLOSE HISTORY-STORE
               OPEN I-O HISTORY-STORE
           END-IF.
           IF WS-STORE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1HSTK.DAT - STATUS "
                   WS-STORE-STATUS
               CLOSE NIGHT-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORY-CONTROL.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT HISTORY-CONTROL
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
               DISPLAY "ERROR OPENING VAR1HCTL.DAT - STATUS "
                   WS-CONTROL-STATUS
               CLOSE NIGHT-HISTORY
               CLOSE HISTORY-STORE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-RESUMING-LOAD
               MOVE "S" TO WS-ENTRY-STATE
               PERFORM WRITE-LOAD-ENTRY
           END-IF.

           PERFORM UNTIL WS-EOF-HISTORY
               PERFORM LOAD-HISTORY-RECORD
               READ NIGHT-HISTORY
                   AT END
                       SET WS-EOF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

      *    Only a load with every record on file reaches C; anything
      *    else stays at S for the rerun to finish.
           IF WS-LOAD-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "C" TO WS-ENTRY-STATE
               PERFORM WRITE-LOAD-ENTRY
           END-IF.

           CLOSE NIGHT-HISTORY.
           CLOSE HISTORY-STORE.
           CLOSE HISTORY-CONTROL.
           DISPLAY "VAR1HLOD TOTALS - LOAD: " WS-LOAD-NUMBER
               " RUN DATE: " WS-LOAD-RUN-DATE
               " READ: " WS-READ-COUNT
               " WRITTEN: " WS-WRITTEN-COUNT
               " ALREADY ON FILE: " WS-ALREADY-COUNT
               " CONFLICTS: " WS-CONFLICT-COUNT.
           STOP RUN.

      *    The key is the record's own code/effective date/run date
      *    plus this load's number and the record's position in the
      *    input, so the same input always lands on the same keys.
      *    On a resumed load a duplicate key is the failed run's own
      *    write -- proven by comparing the image -- and anything
      *    else on that key is a conflict that fails the load.
       LOAD-HISTORY-RECORD.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-LOAD-SEQ.
           IF HST-TRANS-REVERSAL OR HST-TRANS-ADJUSTMENT
               SUBTRACT HST-VAR1-AMOUNT FROM WS-LOAD-NET
           ELSE
               ADD HST-VAR1-AMOUNT TO WS-LOAD-NET
           END-IF.
           MOVE SPACES TO VAR1-HISTORY-KEYED-RECORD.
           MOVE HST-VAR1-CODE TO HSK-VAR1-CODE.
           MOVE HST-VAR1-EFF-DATE TO HSK-EFF-DATE.
           MOVE HST-RUN-DATE TO HSK-RUN-DATE.
           MOVE WS-LOAD-NUMBER TO HSK-LOAD-NUMBER.
           MOVE WS-LOAD-SEQ TO HSK-LOAD-SEQ.
           MOVE VAR1-HISTORY-RECORD TO HSK-HISTORY-IMAGE.
           WRITE VAR1-HISTORY-KEYED-RECORD
               INVALID KEY
                   PERFORM CHECK-RECORD-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       CHECK-RECORD-ON-FILE.
           IF WS-RESUMING-LOAD
               READ HISTORY-STORE
                   INVALID KEY
                       MOVE SPACES TO HSK-HISTORY-IMAGE
               END-READ
           END-IF.
           IF WS-RESUMING-LOAD
               AND HSK-HISTORY-IMAGE = VAR1-HISTORY-RECORD
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               ADD 1 TO WS-CONFLICT-COUNT
               SET WS-LOAD-FAILED TO TRUE
               DISPLAY "VAR1HLOD - KEY " HSK-KEY
                   " ALREADY ON FILE WITH DIFFERENT HISTORY"
           END-IF.

      *    The control file only grows, so the last L entry read is
      *    the latest state of the latest load.
       FIND-LAST-LOAD.
           OPEN INPUT HISTORY-CONTROL.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
               PERFORM UNTIL WS-EOF-CONTROL
                   READ HISTORY-CONTROL
                       AT END
                           SET WS-EOF-CONTROL TO TRUE
                       NOT AT END
                           IF HCT-REC-LOAD
                               MOVE HCT-LOAD-NUMBER
                                   TO WS-LAST-LOAD-NUMBER
                               MOVE HCT-HIST-RUN-DATE
                                   TO WS-LAST-LOAD-RUN-DATE
                               MOVE HCT-STATE
                                   TO WS-LAST-LOAD-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-CONTROL
           END-IF.

      *    WS-ENTRY-STATE is set by the caller; S carries zero
      *    figures, C the totals the load ended with.
       WRITE-LOAD-ENTRY.
           MOVE SPACES TO VAR1-HISTORY-CONTROL-RECORD.
           SET HCT-REC-LOAD TO TRUE.
           MOVE WS-ENTRY-STATE TO HCT-STATE.
           MOVE WS-RUN-DATE-NUM TO HCT-STAMP-DATE.
           MOVE WS-RUN-TIME TO HCT-STAMP-TIME.
           MOVE WS-LOAD-NUMBER TO HCT-LOAD-NUMBER.
           MOVE ZERO TO HCT-ROLL-YEAR.
           MOVE WS-LOAD-RUN-DATE TO HCT-HIST-RUN-DATE.
           MOVE ZERO TO HCT-RECORD-COUNT.
           MOVE ZERO TO HCT-NET-AMOUNT.
           IF HCT-STATE-COMPLETE
               MOVE WS-READ-COUNT TO HCT-RECORD-COUNT
               MOVE WS-LOAD-NET TO HCT-NET-AMOUNT
           END-IF.
           MOVE WS-CONTROL-RUN-ID TO HCT-USER-ID.
           WRITE VAR1-HISTORY-CONTROL-RECORD.

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

       END PROGRAM VAR1HLOD.
