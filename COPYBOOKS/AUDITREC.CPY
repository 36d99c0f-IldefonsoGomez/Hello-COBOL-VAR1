      *   D - HELLO-COBOL-VAR1 per-code detail, one per VAR1 code
      *       processed or rejected in a run
      *   M - VAR1MAINT per-transaction maintenance entry (add/
      *       change/delete/reject); VAR1LMNT and VAR1FXMT log the
      *       same way, VAR1FXMT with the currency as the code
      *   B - HELLO-COBOL-VAR1 batch-balancing result, one per
      *       VALORES batch trailer balanced (or found missing)
      *   C - VAR1CLOS period close/reopen action, one per operator
      *   X - VAR1HEXT history-extract run, one per extract, with
      *       the row count that left the mainframe -- company
      *       financial data leaving the building is always logged
      *   I - VAR1INQ single-code inquiry, one per code asked about,
      *       naming the code and who looked -- reading the books is
      *       logged like changing them
      *   V - VAR1TRND trend-variance run, one per night checked,
      *       with the codes evaluated and how many fell outside
      *       their tolerance -- NIGHTSTS pages on a non-zero count
      *   R - VAR1RETR retirement carry, one per open item moved off
      *       a retired code, naming the file it sat on, the old
      *       code, and the successor it now belongs to
      *   A - authority refusal, one per card (or run) an operator
      *       program turned away because VAR1AUTH.DAT does not let
      *       the submitting id perform that function, naming the
      *       function, the code on the card, the reason, and the
      *       program that refused it
      *   U - VAR1ATMT authority maintenance, one per grant,
      *       change, or revocation applied, naming the id whose
      *       authority changed (the maintaining id is AUDIT-USER-ID)
      *   H - VAR1HROL year-end history roll, one per phase run,
      *       naming the year, the phase (A archive, P purge), the
      *       records involved, and whether the proof held
      ******************************************************************
       01 AUDIT-LOG-RECORD.
           05 AUDIT-REC-TYPE PIC X VALUE "S".
              88 AUDIT-REC-BALANCE VALUE "B".
              88 AUDIT-REC-CLOSE VALUE "C".
              88 AUDIT-REC-EXTRACT VALUE "X".
              88 AUDIT-REC-INQUIRY VALUE "I".
              88 AUDIT-REC-VARIANCE VALUE "V".
              88 AUDIT-REC-RETIRE VALUE "R".
              88 AUDIT-REC-REFUSAL VALUE "A".
              88 AUDIT-REC-AUTHORITY VALUE "U".
              88 AUDIT-REC-ROLL VALUE "H".
           05 FILLER PIC X VALUE SPACE.
           05 AUDIT-RUN-DATE PIC 9(8) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
               10 FILLER PIC X.
               10 AUDIT-EXTRACT-RESULT PIC X(9).
               10 FILLER PIC X(5).
           05 AUDIT-VARIANCE-AREA REDEFINES AUDIT-DETAIL-AREA.
               10 AUDIT-CODES-EVALUATED PIC 9(5).
               10 FILLER PIC X.
               10 AUDIT-VARIANCE-COUNT PIC 9(5).
               10 FILLER PIC X.
               10 AUDIT-VARIANCE-RESULT PIC X(9).
      *    AUDIT-MOVE-SOURCE names the file the item sat on: P
      *    pending hold, S suspense, D duplicate suspect, J reject,
      *    L limit record, O standing order.
           05 AUDIT-RETIRE-AREA REDEFINES AUDIT-DETAIL-AREA.
               10 AUDIT-MOVE-SOURCE PIC X.
               10 FILLER PIC X.
               10 AUDIT-MOVE-OLD-CODE PIC X(5).
               10 FILLER PIC X.
               10 AUDIT-MOVE-NEW-CODE PIC X(5).
               10 FILLER PIC X.
               10 AUDIT-MOVE-RESULT PIC X(7).
      *    AUDIT-REFUSED-FUNCTION is the AUTHREC function letter (S A
      *    R D C P L X U); AUDIT-REFUSED-REASON is A001 id not on
      *    file, A002 id inactive, A003 function not granted, A004
      *    amount over the id's ceiling, A005 own authority entry.
      *    AUDIT-REFUSED-PROGRAM holds the refusing program's name,
      *    cut to eight characters (VAR1MAINT logs as VAR1MAIN).
           05 AUDIT-REFUSAL-AREA REDEFINES AUDIT-DETAIL-AREA.
               10 AUDIT-REFUSED-FUNCTION PIC X.
               10 FILLER PIC X.
               10 AUDIT-REFUSED-CODE PIC X(5).
               10 FILLER PIC X.
               10 AUDIT-REFUSED-REASON PIC X(4).
               10 FILLER PIC X.
               10 AUDIT-REFUSED-PROGRAM PIC X(8).
           05 AUDIT-AUTHORITY-AREA REDEFINES AUDIT-DETAIL-AREA.
               10 AUDIT-AUTH-TRANS-TYPE PIC X.
               10 AUDIT-AUTH-TARGET-ID PIC X(20).
      *    AUDIT-ROLL-RESULT is PROVEN (archived and proven per
      *    code), PURGED (archive proven, year purged from the
      *    store), or FAILED.
           05 AUDIT-ROLL-AREA REDEFINES AUDIT-DETAIL-AREA.
               10 AUDIT-ROLL-YEAR PIC 9(4).
               10 FILLER PIC X.
               10 AUDIT-ROLL-PHASE PIC X.
               10 FILLER PIC X.
               10 AUDIT-ROLL-RECORDS PIC 9(7).
               10 FILLER PIC X.
               10 AUDIT-ROLL-RESULT PIC X(6).
