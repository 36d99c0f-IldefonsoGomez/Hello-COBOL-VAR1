      ******************************************************************
      * Program: VAR1PFLT
      * Purpose: Pre-flight readiness check, run as the first step
      *          of the nightly window (HELLOV1.PROC) and of the
      *          split night (VAR1SPLTJ), before any output is
      *          cleared. Inspects every input the night depends on
      *          without changing any of them: the processing
      *          calendar (day records for the coming week, the
      *          missed-run gap, the period due for close), the
      *          VAR1PNDI pending file, the VAR1MSTR master, the
      *          dual-control queue (approved changes VAR1MAPP has
      *          not applied yet), and each member of the VALORES
      *          concatenation on its own -- HDR/TRL structure, count
      *          and hash against its trailer, layout of the details,
      *          and the BATCHREG double-run stop. Prints a go/no-go
      *          checklist; any blocking item ends the step RC=12,
      *          a return code no other program in the suite uses,
      *          so the operator knows the night never started and
      *          can fix the input inside the window instead of
      *          rerunning after an RC=8 night. Warnings print but
      *          leave RC=0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1PFLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching the PREFLT step in HELLOV1.PROC and
      *    VAR1SPLTJ. The five VALORES members come in on their own
      *    DDs, in STEP010's concatenation order, so a bad member is
      *    named rather than lost in the concatenation. Everything
      *    is OPTIONAL: a missing input is itself a checklist item,
      *    never an abend.
           SELECT OPTIONAL VALORES-MEMBER-1 ASSIGN TO VALRCY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT OPTIONAL VALORES-MEMBER-2 ASSIGN TO VALSRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT OPTIONAL VALORES-MEMBER-3 ASSIGN TO VALDCF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT OPTIONAL VALORES-MEMBER-4 ASSIGN TO VALSOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT OPTIONAL VALORES-MEMBER-5 ASSIGN TO VALFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT OPTIONAL PENDING-IN ASSIGN TO VAR1PNDI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.

      *    SEQUENTIAL access: the master is only ever swept here,
      *    the same key-order read VAR1MLST makes.
           SELECT OPTIONAL VAR1-MASTER ASSIGN TO VAR1MSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-VAR1-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL PROC-CALENDAR ASSIGN TO PROCCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL BATCH-REGISTER ASSIGN TO BATCHREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL PENDING-CHANGES ASSIGN TO VAR1PNDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDC-STATUS.

           SELECT OPTIONAL APPROVAL-CARDS ASSIGN TO VAR1MAPR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

      *    Read by key for each approving id, so an approval VAR1MAPP
      *    would refuse is not counted as waiting to be applied.
           SELECT OPTIONAL VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT PREFLIGHT-REPORT ASSIGN TO PFLTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFLTRPT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Each member is read INTO WS-VALORES-RECORD below, the
      *    34-byte VALORES-RECORD layout HELLO-COBOL-VAR1 reads.
       FD  VALORES-MEMBER-1
           RECORDING MODE IS F.
       01 MEMBER-1-RECORD PIC X(34).

       FD  VALORES-MEMBER-2
           RECORDING MODE IS F.
       01 MEMBER-2-RECORD PIC X(34).

       FD  VALORES-MEMBER-3
           RECORDING MODE IS F.
       01 MEMBER-3-RECORD PIC X(34).

       FD  VALORES-MEMBER-4
           RECORDING MODE IS F.
       01 MEMBER-4-RECORD PIC X(34).

       FD  VALORES-MEMBER-5
           RECORDING MODE IS F.
       01 MEMBER-5-RECORD PIC X(34).

      *    Pending records ride in VALORES-RECORD layout, the same
      *    PNI- view HELLO-COBOL-VAR1 sweeps.
       FD  PENDING-IN
           RECORDING MODE IS F.
       01 PENDING-IN-RECORD.
           05 PNI-CODE PIC X(5).
           05 PNI-FILLER-1 PIC X.
           05 PNI-AMOUNT PIC 9(7)V99.
           05 PNI-AMOUNT-CHARS REDEFINES PNI-AMOUNT PIC X(9).
           05 PNI-FILLER-2 PIC X.
           05 PNI-EFF-DATE PIC 9(8).
           05 PNI-EFF-DATE-CHARS REDEFINES PNI-EFF-DATE PIC X(8).
           05 PNI-FILLER-3 PIC X.
           05 PNI-STATUS PIC X.
              88 PNI-STATUS-VALID VALUES "A" "I".
           05 PNI-FILLER-4 PIC X.
           05 PNI-TRANS-TYPE PIC X.
              88 PNI-TRANS-VALID VALUES SPACE "P" "R" "J".
           05 PNI-FILLER-5 PIC X.
           05 PNI-APPROVAL-FLAG PIC X.
           05 PNI-FILLER-6 PIC X.
           05 PNI-CURRENCY PIC X(3).

      *    Same shared VAR1REC copybook and MST- REPLACING list as
      *    VAR1MLST.COB and HELLO-COBOL-VAR1.COB use for this file.
       FD  VAR1-MASTER
           RECORDING MODE IS F.
       01 VAR1-MASTER-RECORD.
           COPY VAR1REC REPLACING
               ==01 VAR1-RECORD.== BY ==  ==,
               ==VAR1-CODE-CHARS== BY ==MST-VAR1-CODE-CHARS==,
               ==VAR1-CODE== BY ==MST-VAR1-CODE==,
               ==VAR1-DESCRIPTION== BY ==MST-VAR1-DESCRIPTION==,
               ==VAR1-AMOUNT== BY ==MST-VAR1-AMOUNT==,
               ==VAR1-EFFECTIVE-DATE== BY ==MST-VAR1-EFF-DATE==,
               ==VAR1-EFF-YYYY== BY ==MST-VAR1-EFF-YYYY==,
               ==VAR1-EFF-MM== BY ==MST-VAR1-EFF-MM==,
               ==VAR1-EFF-DD== BY ==MST-VAR1-EFF-DD==,
               ==VAR1-STATUS-ACTIVE== BY ==MST-STATUS-ACTIVE==,
               ==VAR1-STATUS-INACTIVE== BY ==MST-STATUS-INACTIVE==,
               ==VAR1-STATUS== BY ==MST-VAR1-STATUS==,
               ==VAR1-LAST-UPDATED-DATE== BY ==MST-VAR1-LU-DATE==,
               ==VAR1-LU-YYYY== BY ==MST-VAR1-LU-YYYY==,
               ==VAR1-LU-MM== BY ==MST-VAR1-LU-MM==,
               ==VAR1-LU-DD== BY ==MST-VAR1-LU-DD==.

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
           05 REG-FILLER-3 PIC X.
           05 REG-RUN-TIME PIC 9(8).
           05 REG-FILLER-4 PIC X.
           05 REG-RECORD-COUNT PIC 9(6).
           05 REG-FILLER-5 PIC X.
           05 REG-TOTAL-AMOUNT PIC 9(9)V99.

       FD  PENDING-CHANGES
           RECORDING MODE IS F.
           COPY PNDCREC.

      *    The VAR1MAPP approval card (see VAR1MAPP.COB).
       FD  APPROVAL-CARDS
           RECORDING MODE IS F.
       01 APPROVAL-CARD.
           05 APR-VAR1-CODE PIC X(5).
           05 APR-FILLER-1 PIC X.
           05 APR-TRANS-TYPE PIC X.
           05 APR-FILLER-2 PIC X.
           05 APR-STAGE-DATE PIC X(8).
           05 APR-STAGE-DATE-NUM REDEFINES APR-STAGE-DATE
              PIC 9(8).
           05 APR-FILLER-3 PIC X.
           05 APR-ACTION PIC X.
              88 APR-APPROVE VALUE "A".
              88 APR-VOID VALUE "V".
           05 APR-FILLER-4 PIC X.
           05 APR-APPROVER-ID PIC X(20).

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

       FD  PREFLIGHT-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

      *    Columns 7-26: run identifier; column 28 set to Y accepts
      *    batches already on BATCHREG, the same force position the
      *    nightly card uses (a forced rerun sets it on both cards);
      *    columns 30-31: calendar look-ahead in days (blank = 7);
      *    columns 33-34: days into the month a period may stay open
      *    before its close is overdue (blank = 5).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 FILLER PIC X(6).
           05 SYSIN-RUN-ID PIC X(20).
           05 FILLER PIC X.
           05 SYSIN-FORCE-RERUN PIC X.
           05 FILLER PIC X.
           05 SYSIN-LOOKAHEAD-DAYS PIC X(2).
           05 SYSIN-LOOKAHEAD-DAYS-NUM REDEFINES SYSIN-LOOKAHEAD-DAYS
              PIC 9(2).
           05 FILLER PIC X.
           05 SYSIN-CLOSE-GRACE PIC X(2).
           05 SYSIN-CLOSE-GRACE-NUM REDEFINES SYSIN-CLOSE-GRACE
              PIC 9(2).

       WORKING-STORAGE SECTION.

      *    The member record in hand, with the HDR/TRL views and
      *    character views of the numeric fields so a damaged
      *    record is counted instead of tripping a data exception.
       01 WS-VALORES-RECORD.
           05 WSV-CODE PIC X(5).
           05 WSV-FILLER-1 PIC X.
           05 WSV-AMOUNT PIC 9(7)V99.
           05 WSV-AMOUNT-CHARS REDEFINES WSV-AMOUNT PIC X(9).
           05 WSV-FILLER-2 PIC X.
           05 WSV-EFF-DATE PIC X(8).
           05 WSV-FILLER-3 PIC X.
           05 WSV-STATUS PIC X.
           05 WSV-FILLER-4 PIC X.
           05 WSV-TRANS-TYPE PIC X.
              88 WSV-TRANS-VALID VALUES SPACE "P" "R" "J".
           05 WSV-FILLER-5 PIC X.
           05 WSV-APPROVAL-FLAG PIC X.
           05 WSV-FILLER-6 PIC X.
           05 WSV-CURRENCY PIC X(3).
       01 WS-VALORES-HEADER REDEFINES WS-VALORES-RECORD.
           05 WVH-REC-ID PIC X(4).
              88 WVH-IS-HEADER VALUE "HDR ".
              88 WVH-IS-TRAILER VALUE "TRL ".
           05 WVH-BATCH-DATE PIC X(8).
           05 WVH-BATCH-DATE-NUM REDEFINES WVH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WVH-BATCH-NUMBER PIC X(6).
           05 WVH-BATCH-NUMBER-NUM REDEFINES WVH-BATCH-NUMBER
              PIC 9(6).
           05 FILLER PIC X(15).
       01 WS-VALORES-TRAILER REDEFINES WS-VALORES-RECORD.
           05 WVT-REC-ID PIC X(4).
           05 WVT-RECORD-COUNT PIC X(6).
           05 WVT-RECORD-COUNT-NUM REDEFINES WVT-RECORD-COUNT
              PIC 9(6).
           05 FILLER PIC X.
           05 WVT-HASH-TOTAL PIC X(11).
           05 WVT-HASH-TOTAL-NUM REDEFINES WVT-HASH-TOTAL
              PIC 9(9)V99.
           05 FILLER PIC X(12).

       01 WS-FLAGS.
           05 WS-MEMBER-STATUS PIC XX VALUE "00".
           05 WS-PENDING-IN-STATUS PIC XX VALUE "00".
           05 WS-MASTER-STATUS PIC XX VALUE "00".
           05 WS-CALENDAR-STATUS PIC XX VALUE "00".
           05 WS-REGISTER-STATUS PIC XX VALUE "00".
           05 WS-PNDC-STATUS PIC XX VALUE "00".
           05 WS-APPR-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-PFLTRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-INPUT VALUE "Y".
           05 WS-REGISTER-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-REGISTER VALUE "Y".
           05 WS-BATCH-OPEN-SWITCH PIC X VALUE "N".
              88 WS-BATCH-OPEN VALUE "Y".
           05 WS-FORCE-RERUN-SWITCH PIC X VALUE "N".
              88 WS-FORCE-RERUN VALUE "Y".
           05 WS-AUTH-OPEN-SWITCH PIC X VALUE "N".
              88 WS-AUTH-FILE-OPEN VALUE "Y".
           05 WS-APPR-FOUND-SWITCH PIC X VALUE "N".
              88 WS-APPROVAL-FOUND VALUE "Y".
           05 WS-APPLY-SWITCH PIC X VALUE "N".
              88 WS-WOULD-APPLY VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
           05 WS-LOOKAHEAD-DAYS PIC 9(2) VALUE 7.
           05 WS-CLOSE-GRACE-DAYS PIC 9(2) VALUE 5.

      *    One entry per VALORES member, in STEP010's concatenation
      *    order; only the feed itself must be present.
       01 WS-MEMBER-NAMES.
           05 FILLER PIC X(9) VALUE "VAR1RCY N".
           05 FILLER PIC X(9) VALUE "VAR1SRLON".
           05 FILLER PIC X(9) VALUE "VAR1DCFON".
           05 FILLER PIC X(9) VALUE "VAR1SOGON".
           05 FILLER PIC X(9) VALUE "VALORES Y".
       01 WS-MEMBER-TABLE REDEFINES WS-MEMBER-NAMES.
           05 WS-MEMBER-ENTRY OCCURS 5 TIMES.
               10 WS-MEMBER-NAME PIC X(8).
               10 WS-MEMBER-REQUIRED PIC X.
                  88 WS-MEMBER-IS-REQUIRED VALUE "Y".

       01 WS-MEMBER-FIELDS.
           05 WS-MEMBER-IX PIC 9(1) VALUE 0.
           05 WS-MEMBER-BATCHES PIC 9(3) VALUE 0.
           05 WS-MEMBER-DETAILS PIC 9(6) VALUE 0.
           05 WS-MEMBER-BAD PIC 9(6) VALUE 0.
           05 WS-MEMBER-NONNUMERIC PIC 9(6) VALUE 0.
           05 WS-MEMBER-UNBATCHED PIC 9(6) VALUE 0.
           05 WS-MEMBER-BLOCKS PIC 9(3) VALUE 0.

       01 WS-BATCH-FIELDS.
           05 WS-CURRENT-BATCH-NUMBER PIC 9(6) VALUE ZERO.
           05 WS-CURRENT-BATCH-DATE PIC 9(8) VALUE ZERO.
           05 WS-BATCH-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           05 WS-BATCH-HASH-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 WS-NIGHT-BATCH-COUNT PIC 9(3) VALUE ZERO.

      *    Every batch seen tonight across all members, so the same
      *    batch sent twice in one night is caught before BATCHREG
      *    ever could.
       01 WS-SEEN-BATCH-TABLE.
           05 WS-SEEN-COUNT PIC 9(3) VALUE 0.
           05 WS-SEEN-MAX PIC 9(3) VALUE 100.
           05 WS-SEEN-IX PIC 9(3) VALUE 0.
           05 WS-SEEN-ENTRY OCCURS 100 TIMES.
               10 WS-SEEN-NUMBER PIC 9(6).
               10 WS-SEEN-DATE PIC 9(8).

      *    HELLO-COBOL-VAR1 keeps ten batches in its balancing
      *    table and its in-memory master at 5000 codes; either
      *    exceeded still runs, but is worth knowing before it does.
       01 WS-NIGHTLY-LIMITS.
           05 WS-NIGHT-BATCH-MAX PIC 9(3) VALUE 10.
           05 WS-MASTER-TABLE-MAX PIC 9(6) VALUE 5000.

      *    One flag per look-ahead day, set as the calendar's day
      *    records are read; any left unset is a day the nightly
      *    run would have no calendar for.
       01 WS-CALENDAR-FIELDS.
           05 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
           05 WS-EXPECTED-DATE PIC 9(8) VALUE ZERO.
           05 WS-RUN-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-CAL-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-DAY-OFFSET PIC S9(8) VALUE ZERO.
           05 WS-DAY-IX PIC 9(2) VALUE 0.
           05 WS-MISSING-DAYS PIC 9(2) VALUE 0.
           05 WS-CHECK-DATE PIC 9(8) VALUE ZERO.
           05 WS-DAY-RECORDS PIC 9(6) VALUE 0.
           05 WS-BAD-CAL-RECORDS PIC 9(6) VALUE 0.
           05 WS-DUE-PERIOD-STATE PIC X VALUE "O".
              88 WS-DUE-PERIOD-CLOSED VALUE "C".
           05 WS-DAY-FOUND-TABLE.
               10 WS-DAY-FOUND PIC X OCCURS 31 TIMES.

      *    The period due for close: the month before the run month.
       01 WS-DUE-PERIOD-PARTS.
           05 WS-DUE-YYYY PIC 9(4) VALUE ZERO.
           05 WS-DUE-MM PIC 9(2) VALUE ZERO.
       01 WS-DUE-PERIOD REDEFINES WS-DUE-PERIOD-PARTS PIC 9(6).

      *    Earlier periods found open (reopened and never closed
      *    again), reported after the calendar pass.
       01 WS-OPEN-PERIOD-TABLE.
           05 WS-OPEN-COUNT PIC 9(2) VALUE 0.
           05 WS-OPEN-MAX PIC 9(2) VALUE 12.
           05 WS-OPEN-IX PIC 9(2) VALUE 0.
           05 WS-OPEN-PERIOD PIC 9(6) OCCURS 12 TIMES.

      *    Approval cards loaded the way VAR1MAPP loads them.
       01 WS-APPROVAL-TABLE.
           05 WS-APR-COUNT PIC 9(3) VALUE 0.
           05 WS-APR-MAX PIC 9(3) VALUE 200.
           05 WS-APR-IX PIC 9(3) VALUE 0.
           05 WS-APR-ENTRY OCCURS 200 TIMES.
               10 WS-APR-CODE PIC X(5).
               10 WS-APR-TRANS-TYPE PIC X.
               10 WS-APR-STAGE-DATE PIC X(8).
               10 WS-APR-STAGE-DATE-NUM
                  REDEFINES WS-APR-STAGE-DATE PIC 9(8).
               10 WS-APR-ACTION PIC X.
               10 WS-APR-APPROVER PIC X(20).
               10 WS-APR-USED PIC X.
                  88 WS-APR-IS-USED VALUE "Y".

      *    The staged image's code, the first five bytes of the
      *    VAR1REC-shaped body.
       01 WS-STAGED-CODE PIC X(5) VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-BLOCK-COUNT PIC 9(3) VALUE 0.
           05 WS-WARN-COUNT PIC 9(3) VALUE 0.
           05 WS-PENDING-COUNT PIC 9(6) VALUE 0.
           05 WS-PENDING-BAD PIC 9(6) VALUE 0.
           05 WS-MASTER-COUNT PIC 9(6) VALUE 0.
           05 WS-MASTER-ACTIVE PIC 9(6) VALUE 0.
           05 WS-MASTER-BAD PIC 9(6) VALUE 0.
           05 WS-STAGED-COUNT PIC 9(6) VALUE 0.
           05 WS-UNAPPLIED-COUNT PIC 9(6) VALUE 0.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 1.
           05 WS-LINE-COUNT PIC 9(2) VALUE 0.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
           05 WS-HELD-LINE PIC X(80) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(10) VALUE "PROGRAM: ".
           05 FILLER PIC X(20) VALUE "VAR1PFLT".
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
           05 FILLER PIC X(34) VALUE
              "NIGHTLY PRE-FLIGHT CHECKLIST".
           05 FILLER PIC X(8) VALUE "RUN ID: ".
           05 HDR-RUN-ID PIC X(20).

       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(6) VALUE "STATUS".
           05 FILLER PIC X(21) VALUE "ITEM".
           05 FILLER PIC X(37) VALUE "CHECK".
           05 FILLER PIC X(15) VALUE "VALUE".

      *    One checklist line per finding. CHK-VALUE takes whatever
      *    the finding is about -- a count, a date, a period, or a
      *    batch as number/date -- moved in through the edit fields
      *    below.
       01 WS-CHECK-LINE.
           05 CHK-STATUS PIC X(5).
              88 CHK-IS-OK VALUE "OK   ".
              88 CHK-IS-WARNING VALUE "WARN ".
              88 CHK-IS-BLOCKING VALUE "BLOCK".
           05 FILLER PIC X VALUE SPACE.
           05 CHK-ITEM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CHK-MESSAGE PIC X(36).
           05 FILLER PIC X VALUE SPACE.
           05 CHK-VALUE PIC X(15).

       01 WS-EDIT-FIELDS.
           05 EDT-COUNT PIC ZZZ,ZZ9.
           05 EDT-BATCH.
               10 EDT-BATCH-NUMBER PIC 9(6).
               10 FILLER PIC X VALUE "/".
               10 EDT-BATCH-DATE PIC 9(8).
           05 EDT-DATE PIC 9(8).
           05 EDT-PERIOD PIC 9(6).
           05 EDT-STATUS.
               10 FILLER PIC X(7) VALUE "STATUS ".
               10 EDT-FILE-STATUS PIC XX.

       01 WS-MEMBER-LINE.
           05 MBL-STATUS PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(8) VALUE "VALORES ".
           05 MBL-MEMBER PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BATCHES ".
           05 MBL-BATCHES PIC ZZ9.
           05 FILLER PIC X(10) VALUE "  DETAILS ".
           05 MBL-DETAILS PIC ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE "  BAD ".
           05 MBL-BAD PIC ZZZ,ZZ9.

       01 WS-RESULT-LINE.
           05 FILLER PIC X(19) VALUE "PRE-FLIGHT RESULT: ".
           05 RSL-RESULT PIC X(6).
           05 FILLER PIC X(4) VALUE " -  ".
           05 RSL-BLOCKS PIC ZZ9.
           05 FILLER PIC X(11) VALUE " BLOCKING, ".
           05 RSL-WARNINGS PIC ZZ9.
           05 FILLER PIC X(9) VALUE " WARNINGS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    No checklist, no night: a step that cannot report what
      *    it found is treated as a no-go.
           OPEN OUTPUT PREFLIGHT-REPORT.
           IF WS-PFLTRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PFLTRPT - STATUS "
                   WS-PFLTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM CHECK-CALENDAR.
           PERFORM CHECK-PENDING-FILE.
           PERFORM CHECK-MASTER-FILE.
           PERFORM CHECK-DUAL-CONTROL-QUEUE.
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > 5
               PERFORM CHECK-VALORES-MEMBER
           END-PERFORM.
           PERFORM CHECK-NIGHT-BATCH-COUNT.

           PERFORM WRITE-RESULT-LINE.
           CLOSE PREFLIGHT-REPORT.

           IF WS-BLOCK-COUNT > 0
               DISPLAY "VAR1PFLT - NO-GO - " WS-BLOCK-COUNT
                   " BLOCKING ITEM(S) - SEE PFLTRPT - NIGHT NOT "
                   "STARTED"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "VAR1PFLT - GO - WARNINGS: " WS-WARN-COUNT
           END-IF.
           STOP RUN.

      ******************************************************************
      * Processing calendar: a day record for every date in the
      * look-ahead, the missed-run gap HELLO-COBOL-VAR1 stops on, and
      * last month's period closed once the grace days have passed.
      ******************************************************************
       CHECK-CALENDAR.
           PERFORM FIND-LAST-RUN-DATE.
           MOVE ALL "N" TO WS-DAY-FOUND-TABLE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           IF WS-RUN-MM = 1
               COMPUTE WS-DUE-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-DUE-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-DUE-YYYY
               COMPUTE WS-DUE-MM = WS-RUN-MM - 1
           END-IF.
           MOVE "CALENDAR" TO CHK-ITEM.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PROC-CALENDAR.
           IF WS-CALENDAR-STATUS NOT = "00"
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "PROCCAL.DAT NOT AVAILABLE" TO CHK-MESSAGE
               MOVE WS-CALENDAR-STATUS TO EDT-FILE-STATUS
               MOVE EDT-STATUS TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               IF WS-CALENDAR-STATUS = "05"
                   CLOSE PROC-CALENDAR
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF-INPUT
                   READ PROC-CALENDAR
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM CHECK-CALENDAR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROC-CALENDAR
               PERFORM REPORT-CALENDAR-DAYS
               PERFORM REPORT-MISSED-RUN
               PERFORM REPORT-PERIOD-CLOSE
           END-IF.

       CHECK-CALENDAR-RECORD.
           EVALUATE TRUE
               WHEN CAL-REC-DAY
                   IF CAL-DATE IS NOT NUMERIC
                       ADD 1 TO WS-BAD-CAL-RECORDS
                   ELSE
                       ADD 1 TO WS-DAY-RECORDS
                       PERFORM MARK-CALENDAR-DAY
                   END-IF
               WHEN CAL-REC-PERIOD
                   IF CAL-PERIOD IS NOT NUMERIC
                       ADD 1 TO WS-BAD-CAL-RECORDS
                   ELSE
                       PERFORM NOTE-CALENDAR-PERIOD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-CAL-RECORDS
           END-EVALUATE.

      *    Marks the look-ahead day this record covers, and tracks
      *    the first business day after the last posting run -- the
      *    date the missed-run gate expects tonight to be.
       MARK-CALENDAR-DAY.
           IF CAL-DATE > WS-LAST-RUN-DATE
               AND CAL-BUSINESS-DAY
               AND (WS-EXPECTED-DATE = ZERO
                   OR CAL-DATE < WS-EXPECTED-DATE)
               MOVE CAL-DATE TO WS-EXPECTED-DATE
           END-IF.
           IF CAL-DATE >= WS-RUN-DATE-NUM
               COMPUTE WS-CAL-INTEGER =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE)
               COMPUTE WS-DAY-OFFSET =
                   WS-CAL-INTEGER - WS-RUN-INTEGER
               IF WS-DAY-OFFSET < WS-LOOKAHEAD-DAYS
                   COMPUTE WS-DAY-IX = WS-DAY-OFFSET + 1
                   MOVE "Y" TO WS-DAY-FOUND (WS-DAY-IX)
               END-IF
           END-IF.

      *    The due period's state is whatever its P record says;
      *    with no P record at all it has never been closed. Any
      *    earlier period still open is noted for a warning.
       NOTE-CALENDAR-PERIOD.
           IF CAL-PERIOD = WS-DUE-PERIOD
               IF CAL-PERIOD-CLOSED
                   MOVE "C" TO WS-DUE-PERIOD-STATE
               ELSE
                   MOVE "O" TO WS-DUE-PERIOD-STATE
               END-IF
           END-IF.
           IF CAL-PERIOD < WS-DUE-PERIOD
               AND CAL-PERIOD-OPEN
               AND WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               MOVE CAL-PERIOD TO WS-OPEN-PERIOD (WS-OPEN-COUNT)
           END-IF.

       REPORT-CALENDAR-DAYS.
           MOVE ZERO TO WS-MISSING-DAYS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-LOOKAHEAD-DAYS
               IF WS-DAY-FOUND (WS-DAY-IX) NOT = "Y"
                   ADD 1 TO WS-MISSING-DAYS
                   COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-RUN-INTEGER + WS-DAY-IX - 1)
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "NO DAY RECORD FOR DATE" TO CHK-MESSAGE
                   MOVE WS-CHECK-DATE TO EDT-DATE
                   MOVE EDT-DATE TO CHK-VALUE
                   PERFORM WRITE-CHECK-LINE
               END-IF
           END-PERFORM.
           IF WS-MISSING-DAYS = 0
               SET CHK-IS-OK TO TRUE
               MOVE "DAY RECORDS FOR LOOK-AHEAD DAYS"
                   TO CHK-MESSAGE
               MOVE WS-LOOKAHEAD-DAYS TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.
           IF WS-BAD-CAL-RECORDS > 0
               SET CHK-IS-WARNING TO TRUE
               MOVE "UNREADABLE CALENDAR RECORDS" TO CHK-MESSAGE
               MOVE WS-BAD-CAL-RECORDS TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.

      *    The same gap test the nightly run (and the splitter)
      *    makes at start-up, made here first.
       REPORT-MISSED-RUN.
           IF WS-LAST-RUN-DATE > 0
               AND WS-EXPECTED-DATE > 0
               AND WS-RUN-DATE-NUM > WS-EXPECTED-DATE
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "BUSINESS DATE NOT PROCESSED" TO CHK-MESSAGE
               MOVE WS-EXPECTED-DATE TO EDT-DATE
               MOVE EDT-DATE TO CHK-VALUE
           ELSE
               SET CHK-IS-OK TO TRUE
               MOVE "NO PROCESSING GAP SINCE LAST RUN"
                   TO CHK-MESSAGE
               MOVE WS-LAST-RUN-DATE TO EDT-DATE
               MOVE EDT-DATE TO CHK-VALUE
           END-IF.
           PERFORM WRITE-CHECK-LINE.

       REPORT-PERIOD-CLOSE.
           IF WS-RUN-DD > WS-CLOSE-GRACE-DAYS
               AND NOT WS-DUE-PERIOD-CLOSED
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "PERIOD DUE FOR CLOSE STILL OPEN" TO CHK-MESSAGE
           ELSE
               SET CHK-IS-OK TO TRUE
               IF WS-DUE-PERIOD-CLOSED
                   MOVE "PRIOR PERIOD CLOSED" TO CHK-MESSAGE
               ELSE
                   MOVE "PRIOR PERIOD OPEN - WITHIN GRACE"
                       TO CHK-MESSAGE
               END-IF
           END-IF.
           MOVE WS-DUE-PERIOD TO EDT-PERIOD.
           MOVE EDT-PERIOD TO CHK-VALUE.
           PERFORM WRITE-CHECK-LINE.
           PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
                   UNTIL WS-OPEN-IX > WS-OPEN-COUNT
               SET CHK-IS-WARNING TO TRUE
               MOVE "EARLIER PERIOD REOPENED, NOT CLOSED"
                   TO CHK-MESSAGE
               MOVE WS-OPEN-PERIOD (WS-OPEN-IX) TO EDT-PERIOD
               MOVE EDT-PERIOD TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-PERFORM.

      *    Latest run date on the processed-batch register, same
      *    growing-file reread VAR1SPLT makes.
       FIND-LAST-RUN-DATE.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS = "05"
               PERFORM UNTIL WS-EOF-REGISTER
                   READ BATCH-REGISTER
                       AT END
                           SET WS-EOF-REGISTER TO TRUE
                       NOT AT END
                           IF REG-RUN-DATE > WS-LAST-RUN-DATE
                               MOVE REG-RUN-DATE
                                   TO WS-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
           END-IF.

      ******************************************************************
      * VAR1PNDI: every record must be a whole VALORES-layout detail.
      * A copy that died part way (STEP020 of a prior night) leaves
      * a short or garbled tail, which the sweep would otherwise
      * post or abend on.
      ******************************************************************
       CHECK-PENDING-FILE.
           MOVE "PENDING VAR1PNDI" TO CHK-ITEM.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-IN.
           IF WS-PENDING-IN-STATUS = "05"
               CLOSE PENDING-IN
               SET CHK-IS-WARNING TO TRUE
               MOVE "NOT PRESENT - NOTHING HELD" TO CHK-MESSAGE
               MOVE SPACES TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           ELSE
               IF WS-PENDING-IN-STATUS NOT = "00"
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "VAR1PNDI CANNOT BE OPENED" TO CHK-MESSAGE
                   MOVE WS-PENDING-IN-STATUS TO EDT-FILE-STATUS
                   MOVE EDT-STATUS TO CHK-VALUE
                   PERFORM WRITE-CHECK-LINE
               ELSE
                   PERFORM UNTIL WS-EOF-INPUT
                       READ PENDING-IN
                           AT END
                               SET WS-EOF-INPUT TO TRUE
                           NOT AT END
                               PERFORM CHECK-PENDING-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-IN
                   PERFORM REPORT-PENDING-FILE
               END-IF
           END-IF.

       CHECK-PENDING-RECORD.
           ADD 1 TO WS-PENDING-COUNT.
           IF PNI-CODE = SPACES
               OR PNI-CODE (1:4) = "HDR "
               OR PNI-CODE (1:4) = "TRL "
               OR PNI-AMOUNT-CHARS IS NOT NUMERIC
               OR PNI-EFF-DATE-CHARS IS NOT NUMERIC
               OR NOT PNI-STATUS-VALID
               OR NOT PNI-TRANS-VALID
               OR (PNI-CURRENCY NOT = SPACES
                   AND PNI-CURRENCY IS NOT ALPHABETIC-UPPER)
               ADD 1 TO WS-PENDING-BAD
           END-IF.

       REPORT-PENDING-FILE.
           IF WS-PENDING-BAD > 0
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "MALFORMED RECORDS - PARTIAL COPY?"
                   TO CHK-MESSAGE
               MOVE WS-PENDING-BAD TO EDT-COUNT
           ELSE
               SET CHK-IS-OK TO TRUE
               MOVE "HELD RECORDS, ALL WELL FORMED" TO CHK-MESSAGE
               MOVE WS-PENDING-COUNT TO EDT-COUNT
           END-IF.
           MOVE EDT-COUNT TO CHK-VALUE.
           PERFORM WRITE-CHECK-LINE.

      ******************************************************************
      * VAR1MSTR: opens, holds records, and every record is sane --
      * the nightly run validates every code against it.
      ******************************************************************
       CHECK-MASTER-FILE.
           MOVE "MASTER VAR1MSTR" TO CHK-ITEM.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT VAR1-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "VAR1MSTR NOT LOADABLE" TO CHK-MESSAGE
               MOVE WS-MASTER-STATUS TO EDT-FILE-STATUS
               MOVE EDT-STATUS TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               IF WS-MASTER-STATUS = "05"
                   CLOSE VAR1-MASTER
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF-INPUT
                   READ VAR1-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM CHECK-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE VAR1-MASTER
               PERFORM REPORT-MASTER-FILE
           END-IF.

       CHECK-MASTER-RECORD.
           ADD 1 TO WS-MASTER-COUNT.
           IF MST-STATUS-ACTIVE
               ADD 1 TO WS-MASTER-ACTIVE
           END-IF.
           IF MST-VAR1-CODE = SPACES
               OR (NOT MST-STATUS-ACTIVE AND NOT MST-STATUS-INACTIVE)
               ADD 1 TO WS-MASTER-BAD
           END-IF.

       REPORT-MASTER-FILE.
           EVALUATE TRUE
               WHEN WS-MASTER-COUNT = 0
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "VAR1MSTR IS EMPTY" TO CHK-MESSAGE
                   MOVE WS-MASTER-COUNT TO EDT-COUNT
               WHEN WS-MASTER-BAD > 0
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "MASTER RECORDS WITH BAD CODE/STATUS"
                       TO CHK-MESSAGE
                   MOVE WS-MASTER-BAD TO EDT-COUNT
               WHEN WS-MASTER-ACTIVE = 0
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "NO ACTIVE CODES ON VAR1MSTR" TO CHK-MESSAGE
                   MOVE WS-MASTER-ACTIVE TO EDT-COUNT
               WHEN OTHER
                   SET CHK-IS-OK TO TRUE
                   MOVE "ACTIVE CODES ON FILE" TO CHK-MESSAGE
                   MOVE WS-MASTER-ACTIVE TO EDT-COUNT
           END-EVALUATE.
           MOVE EDT-COUNT TO CHK-VALUE.
           PERFORM WRITE-CHECK-LINE.
           IF WS-MASTER-COUNT > WS-MASTER-TABLE-MAX
               SET CHK-IS-WARNING TO TRUE
               MOVE "ABOVE IN-MEMORY TABLE - KEYED READS"
                   TO CHK-MESSAGE
               MOVE WS-MASTER-COUNT TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.

      ******************************************************************
      * Dual-control queue: a staged change with an approval card
      * VAR1MAPP would honor (approve, not the submitter, approver
      * holding the approve function) means VAR1MAPPJ has not run
      * since the approval -- tonight would post against a master
      * the supervisors believe they already changed.
      ******************************************************************
       CHECK-DUAL-CONTROL-QUEUE.
           MOVE "DUAL CONTROL QUEUE" TO CHK-ITEM.
           PERFORM LOAD-APPROVAL-CARDS.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS = "00"
               SET WS-AUTH-FILE-OPEN TO TRUE
           ELSE
               IF WS-AUTH-STATUS = "05"
                   CLOSE VAR1-AUTHORITY
               END-IF
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-CHANGES.
           IF WS-PNDC-STATUS = "00" OR WS-PNDC-STATUS = "05"
               PERFORM UNTIL WS-EOF-INPUT
                   READ PENDING-CHANGES
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           PERFORM CHECK-STAGED-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           ELSE
               SET CHK-IS-WARNING TO TRUE
               MOVE "VAR1PNDC CANNOT BE OPENED" TO CHK-MESSAGE
               MOVE WS-PNDC-STATUS TO EDT-FILE-STATUS
               MOVE EDT-STATUS TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.
           IF WS-AUTH-FILE-OPEN
               CLOSE VAR1-AUTHORITY
           END-IF.
           IF WS-UNAPPLIED-COUNT = 0
               SET CHK-IS-OK TO TRUE
               MOVE "NO APPROVED CHANGES AWAITING APPLY"
                   TO CHK-MESSAGE
               MOVE WS-STAGED-COUNT TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.

       CHECK-STAGED-CHANGE.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE PDC-TRANS-IMAGE (1:5) TO WS-STAGED-CODE.
           PERFORM FIND-APPROVAL.
           MOVE "N" TO WS-APPLY-SWITCH.
           IF WS-APPROVAL-FOUND
               AND WS-APR-ACTION (WS-APR-IX) = "A"
               AND WS-APR-APPROVER (WS-APR-IX) NOT = PDC-SUBMITTER
               SET WS-WOULD-APPLY TO TRUE
               IF WS-AUTH-FILE-OPEN
                   PERFORM CHECK-APPROVER-AUTHORITY
               END-IF
           END-IF.
           IF WS-WOULD-APPLY
               ADD 1 TO WS-UNAPPLIED-COUNT
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "APPROVED, NOT APPLIED - RUN VAR1MAPPJ"
                   TO CHK-MESSAGE
               MOVE SPACES TO CHK-VALUE
               MOVE WS-STAGED-CODE TO CHK-VALUE (1:5)
               MOVE PDC-TRANS-TYPE TO CHK-VALUE (7:1)
               PERFORM WRITE-CHECK-LINE
           END-IF.

      *    Same match VAR1MAPP makes: code and type, plus the stage
      *    date when the card gives one; each card decides one
      *    change.
       FIND-APPROVAL.
           MOVE "N" TO WS-APPR-FOUND-SWITCH.
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
                   UNTIL WS-APR-IX > WS-APR-COUNT
                   OR WS-APPROVAL-FOUND
               IF WS-APR-CODE (WS-APR-IX) = WS-STAGED-CODE
                   AND WS-APR-TRANS-TYPE (WS-APR-IX)
                       = PDC-TRANS-TYPE
                   AND NOT WS-APR-IS-USED (WS-APR-IX)
                   AND (WS-APR-STAGE-DATE (WS-APR-IX) = SPACES
                       OR WS-APR-STAGE-DATE-NUM (WS-APR-IX)
                           = PDC-STAGE-DATE)
                   SET WS-APPROVAL-FOUND TO TRUE
                   MOVE "Y" TO WS-APR-USED (WS-APR-IX)
               END-IF
           END-PERFORM.
      *    The VARYING clause leaves the subscript one past the match.
           IF WS-APPROVAL-FOUND
               SUBTRACT 1 FROM WS-APR-IX
           END-IF.

      *    An approver VAR1MAPP would refuse leaves the change
      *    queued, so it is not waiting on the apply run.
       CHECK-APPROVER-AUTHORITY.
           MOVE WS-APR-APPROVER (WS-APR-IX) TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "N" TO WS-APPLY-SWITCH
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       OR NOT AUT-MAY-APPROVE-MAINT
                       MOVE "N" TO WS-APPLY-SWITCH
                   END-IF
           END-READ.

       LOAD-APPROVAL-CARDS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT APPROVAL-CARDS.
           IF WS-APPR-STATUS NOT = "00"
               SET WS-EOF-INPUT TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF-INPUT
               READ APPROVAL-CARDS
                   AT END
                       SET WS-EOF-INPUT TO TRUE
                   NOT AT END
                       IF (APR-STAGE-DATE = SPACES
                               OR APR-STAGE-DATE IS NUMERIC)
                           AND (APR-APPROVE OR APR-VOID)
                           AND APR-APPROVER-ID NOT = SPACES
                           AND WS-APR-COUNT < WS-APR-MAX
                           PERFORM LOAD-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "10"
               OR WS-APPR-STATUS = "05"
               CLOSE APPROVAL-CARDS
           END-IF.

       LOAD-ONE-APPROVAL.
           ADD 1 TO WS-APR-COUNT.
           MOVE APR-VAR1-CODE TO WS-APR-CODE (WS-APR-COUNT).
           MOVE APR-TRANS-TYPE TO WS-APR-TRANS-TYPE (WS-APR-COUNT).
           MOVE APR-STAGE-DATE TO WS-APR-STAGE-DATE (WS-APR-COUNT).
           MOVE APR-ACTION TO WS-APR-ACTION (WS-APR-COUNT).
           MOVE APR-APPROVER-ID TO WS-APR-APPROVER (WS-APR-COUNT).
           MOVE "N" TO WS-APR-USED (WS-APR-COUNT).

      ******************************************************************
      * One VALORES member: HDR/TRL pairing, count and hash against
      * each trailer, batches repeated tonight or already on
      * BATCHREG, and detail layout. A non-numeric amount blocks --
      * the nightly hash adds every amount as sent and would abend
      * on it; other damaged details only warn, since the nightly
      * run rejects them in the normal way.
      ******************************************************************
       CHECK-VALORES-MEMBER.
           MOVE ZERO TO WS-MEMBER-BATCHES.
           MOVE ZERO TO WS-MEMBER-DETAILS.
           MOVE ZERO TO WS-MEMBER-BAD.
           MOVE ZERO TO WS-MEMBER-NONNUMERIC.
           MOVE ZERO TO WS-MEMBER-UNBATCHED.
           MOVE ZERO TO WS-MEMBER-BLOCKS.
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "VALORES" TO CHK-ITEM.
           MOVE WS-MEMBER-NAME (WS-MEMBER-IX) TO CHK-ITEM (9:8).
           PERFORM OPEN-VALORES-MEMBER.
           IF WS-MEMBER-STATUS = "05"
               PERFORM CLOSE-VALORES-MEMBER
               IF WS-MEMBER-IS-REQUIRED (WS-MEMBER-IX)
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "FEED NOT RECEIVED" TO CHK-MESSAGE
               ELSE
                   SET CHK-IS-OK TO TRUE
                   MOVE "NOT PRESENT - NOTHING TO CARRY"
                       TO CHK-MESSAGE
               END-IF
               MOVE SPACES TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           ELSE
               IF WS-MEMBER-STATUS NOT = "00"
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "MEMBER CANNOT BE OPENED" TO CHK-MESSAGE
                   MOVE WS-MEMBER-STATUS TO EDT-FILE-STATUS
                   MOVE EDT-STATUS TO CHK-VALUE
                   PERFORM WRITE-CHECK-LINE
               ELSE
                   PERFORM UNTIL WS-EOF-INPUT
                       PERFORM READ-VALORES-MEMBER
                       IF NOT WS-EOF-INPUT
                           PERFORM CHECK-VALORES-RECORD
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-VALORES-MEMBER
                   PERFORM FINISH-VALORES-MEMBER
               END-IF
           END-IF.

      *    Five fixed files, five OPENs -- the price of JCL-bound
      *    ddnames, the same routing VAR1SPLT uses for its streams.
       OPEN-VALORES-MEMBER.
           EVALUATE WS-MEMBER-IX
               WHEN 1
                   OPEN INPUT VALORES-MEMBER-1
               WHEN 2
                   OPEN INPUT VALORES-MEMBER-2
               WHEN 3
                   OPEN INPUT VALORES-MEMBER-3
               WHEN 4
                   OPEN INPUT VALORES-MEMBER-4
               WHEN OTHER
                   OPEN INPUT VALORES-MEMBER-5
           END-EVALUATE.

       READ-VALORES-MEMBER.
           EVALUATE WS-MEMBER-IX
               WHEN 1
                   READ VALORES-MEMBER-1 INTO WS-VALORES-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 2
                   READ VALORES-MEMBER-2 INTO WS-VALORES-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 3
                   READ VALORES-MEMBER-3 INTO WS-VALORES-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN 4
                   READ VALORES-MEMBER-4 INTO WS-VALORES-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
               WHEN OTHER
                   READ VALORES-MEMBER-5 INTO WS-VALORES-RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                   END-READ
           END-EVALUATE.

       CLOSE-VALORES-MEMBER.
           EVALUATE WS-MEMBER-IX
               WHEN 1
                   CLOSE VALORES-MEMBER-1
               WHEN 2
                   CLOSE VALORES-MEMBER-2
               WHEN 3
                   CLOSE VALORES-MEMBER-3
               WHEN 4
                   CLOSE VALORES-MEMBER-4
               WHEN OTHER
                   CLOSE VALORES-MEMBER-5
           END-EVALUATE.

       CHECK-VALORES-RECORD.
           EVALUATE TRUE
               WHEN WVH-IS-HEADER
                   PERFORM CHECK-BATCH-HEADER
               WHEN WVH-IS-TRAILER
                   PERFORM CHECK-BATCH-TRAILER
               WHEN OTHER
                   PERFORM CHECK-DETAIL-RECORD
           END-EVALUATE.

      *    A header while a batch is still open means the previous
      *    batch's trailer never arrived -- the "header but no
      *    trailer" feed.
       CHECK-BATCH-HEADER.
           IF WS-BATCH-OPEN
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "TRAILER MISSING FOR BATCH" TO CHK-MESSAGE
               PERFORM WRITE-BATCH-CHECK-LINE
           END-IF.
           ADD 1 TO WS-MEMBER-BATCHES.
           ADD 1 TO WS-NIGHT-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
           MOVE ZERO TO WS-BATCH-HASH-TOTAL.
           SET WS-BATCH-OPEN TO TRUE.
           IF WVH-BATCH-NUMBER IS NOT NUMERIC
               OR WVH-BATCH-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-CURRENT-BATCH-NUMBER
               MOVE ZERO TO WS-CURRENT-BATCH-DATE
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "HEADER NUMBER/DATE NOT NUMERIC" TO CHK-MESSAGE
               MOVE WS-VALORES-RECORD (5:15) TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               ADD 1 TO WS-MEMBER-BLOCKS
           ELSE
               MOVE WVH-BATCH-NUMBER-NUM TO WS-CURRENT-BATCH-NUMBER
               MOVE WVH-BATCH-DATE-NUM TO WS-CURRENT-BATCH-DATE
               PERFORM CHECK-BATCH-SEEN-TONIGHT
               PERFORM CHECK-BATCH-REGISTER
           END-IF.

       CHECK-BATCH-SEEN-TONIGHT.
           PERFORM VARYING WS-SEEN-IX FROM 1 BY 1
                   UNTIL WS-SEEN-IX > WS-SEEN-COUNT
               IF WS-SEEN-NUMBER (WS-SEEN-IX)
                       = WS-CURRENT-BATCH-NUMBER
                   AND WS-SEEN-DATE (WS-SEEN-IX)
                       = WS-CURRENT-BATCH-DATE
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "BATCH SENT TWICE TONIGHT" TO CHK-MESSAGE
                   PERFORM WRITE-BATCH-CHECK-LINE
               END-IF
           END-PERFORM.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-CURRENT-BATCH-NUMBER
                   TO WS-SEEN-NUMBER (WS-SEEN-COUNT)
               MOVE WS-CURRENT-BATCH-DATE
                   TO WS-SEEN-DATE (WS-SEEN-COUNT)
           END-IF.

      *    Same growing-file register check the nightly run makes
      *    at each header; a forced rerun accepts the batch with a
      *    warning, the way the nightly run does.
       CHECK-BATCH-REGISTER.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER.
           IF WS-REGISTER-STATUS = "00" OR WS-REGISTER-STATUS = "05"
               PERFORM UNTIL WS-EOF-REGISTER
                   READ BATCH-REGISTER
                       AT END
                           SET WS-EOF-REGISTER TO TRUE
                       NOT AT END
                           IF REG-BATCH-NUMBER =
                                   WS-CURRENT-BATCH-NUMBER
                               AND REG-BATCH-DATE =
                                   WS-CURRENT-BATCH-DATE
                               PERFORM FLAG-PROCESSED-BATCH
                               SET WS-EOF-REGISTER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
           END-IF.

       FLAG-PROCESSED-BATCH.
           IF WS-FORCE-RERUN
               SET CHK-IS-WARNING TO TRUE
               MOVE "ALREADY PROCESSED - FORCE ACCEPTED"
                   TO CHK-MESSAGE
           ELSE
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "BATCH ALREADY ON BATCHREG" TO CHK-MESSAGE
           END-IF.
           PERFORM WRITE-BATCH-CHECK-LINE.

       CHECK-BATCH-TRAILER.
           IF NOT WS-BATCH-OPEN
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "TRAILER WITHOUT A HEADER" TO CHK-MESSAGE
               MOVE WVT-RECORD-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               ADD 1 TO WS-MEMBER-BLOCKS
           ELSE
               IF WVT-RECORD-COUNT IS NOT NUMERIC
                   OR WVT-HASH-TOTAL IS NOT NUMERIC
                   SET CHK-IS-BLOCKING TO TRUE
                   MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                       TO CHK-MESSAGE
                   PERFORM WRITE-BATCH-CHECK-LINE
               ELSE
                   IF WVT-RECORD-COUNT-NUM NOT = WS-BATCH-DETAIL-COUNT
                       OR WVT-HASH-TOTAL-NUM NOT = WS-BATCH-HASH-TOTAL
                       SET CHK-IS-BLOCKING TO TRUE
                       MOVE "BATCH OUT OF BALANCE WITH TRAILER"
                           TO CHK-MESSAGE
                       PERFORM WRITE-BATCH-CHECK-LINE
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.

       CHECK-DETAIL-RECORD.
           ADD 1 TO WS-MEMBER-DETAILS.
           IF WS-BATCH-OPEN
               ADD 1 TO WS-BATCH-DETAIL-COUNT
           ELSE
               ADD 1 TO WS-MEMBER-UNBATCHED
           END-IF.
           IF WSV-AMOUNT-CHARS IS NOT NUMERIC
               ADD 1 TO WS-MEMBER-NONNUMERIC
               ADD 1 TO WS-MEMBER-BAD
           ELSE
               IF WS-BATCH-OPEN
                   ADD WSV-AMOUNT TO WS-BATCH-HASH-TOTAL
               END-IF
               IF WSV-CODE = SPACES
                   OR WSV-EFF-DATE IS NOT NUMERIC
                   OR NOT WSV-TRANS-VALID
                   OR (WSV-CURRENCY NOT = SPACES
                       AND WSV-CURRENCY IS NOT ALPHABETIC-UPPER)
                   ADD 1 TO WS-MEMBER-BAD
               END-IF
           END-IF.

      *    End of member: a batch still open never got its trailer;
      *    details outside any batch and unreadable amounts are
      *    reported once per member; then the member's summary line.
       FINISH-VALORES-MEMBER.
           IF WS-BATCH-OPEN
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "TRAILER MISSING FOR BATCH" TO CHK-MESSAGE
               PERFORM WRITE-BATCH-CHECK-LINE
           END-IF.
           IF WS-MEMBER-UNBATCHED > 0
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "DETAILS OUTSIDE ANY BATCH" TO CHK-MESSAGE
               MOVE WS-MEMBER-UNBATCHED TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               ADD 1 TO WS-MEMBER-BLOCKS
           END-IF.
           IF WS-MEMBER-NONNUMERIC > 0
               SET CHK-IS-BLOCKING TO TRUE
               MOVE "NON-NUMERIC AMOUNTS - HASH WOULD FAIL"
                   TO CHK-MESSAGE
               MOVE WS-MEMBER-NONNUMERIC TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
               ADD 1 TO WS-MEMBER-BLOCKS
           END-IF.
           IF WS-MEMBER-BATCHES = 0
               AND WS-MEMBER-IS-REQUIRED (WS-MEMBER-IX)
               SET CHK-IS-WARNING TO TRUE
               MOVE "FEED HOLDS NO BATCHES" TO CHK-MESSAGE
               MOVE SPACES TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MEMBER-BLOCKS > 0
                   MOVE "BLOCK" TO MBL-STATUS
               WHEN WS-MEMBER-BAD > 0
                   MOVE "WARN " TO MBL-STATUS
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "OK   " TO MBL-STATUS
           END-EVALUATE.
           MOVE WS-MEMBER-NAME (WS-MEMBER-IX) TO MBL-MEMBER.
           MOVE WS-MEMBER-BATCHES TO MBL-BATCHES.
           MOVE WS-MEMBER-DETAILS TO MBL-DETAILS.
           MOVE WS-MEMBER-BAD TO MBL-BAD.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MEMBER-LINE TO REPORT-LINE.
           PERFORM WRITE-CHECKLIST-RECORD.

       CHECK-NIGHT-BATCH-COUNT.
           IF WS-NIGHT-BATCH-COUNT > WS-NIGHT-BATCH-MAX
               MOVE "VALORES" TO CHK-ITEM
               SET CHK-IS-WARNING TO TRUE
               MOVE "MORE BATCHES THAN THE NIGHTLY TABLE"
                   TO CHK-MESSAGE
               MOVE WS-NIGHT-BATCH-COUNT TO EDT-COUNT
               MOVE EDT-COUNT TO CHK-VALUE
               PERFORM WRITE-CHECK-LINE
           END-IF.

      *    A finding about the batch in hand, shown as number/date.
       WRITE-BATCH-CHECK-LINE.
           MOVE WS-CURRENT-BATCH-NUMBER TO EDT-BATCH-NUMBER.
           MOVE WS-CURRENT-BATCH-DATE TO EDT-BATCH-DATE.
           MOVE EDT-BATCH TO CHK-VALUE.
           PERFORM WRITE-CHECK-LINE.
           IF CHK-IS-BLOCKING
               ADD 1 TO WS-MEMBER-BLOCKS
           END-IF.

      *    Every finding goes through here, so the go/no-go tally
      *    can never disagree with the lines printed.
       WRITE-CHECK-LINE.
           IF CHK-IS-BLOCKING
               ADD 1 TO WS-BLOCK-COUNT
           END-IF.
           IF CHK-IS-WARNING
               ADD 1 TO WS-WARN-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           PERFORM WRITE-CHECKLIST-RECORD.

       WRITE-CHECKLIST-RECORD.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               MOVE REPORT-LINE TO WS-HELD-LINE
               PERFORM WRITE-REPORT-HEADING
               MOVE WS-HELD-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RESULT-LINE.
           IF WS-BLOCK-COUNT > 0
               MOVE "NO-GO" TO RSL-RESULT
           ELSE
               MOVE "GO" TO RSL-RESULT
           END-IF.
           MOVE WS-BLOCK-COUNT TO RSL-BLOCKS.
           MOVE WS-WARN-COUNT TO RSL-WARNINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
                       IF SYSIN-FORCE-RERUN = "Y"
                           SET WS-FORCE-RERUN TO TRUE
                       END-IF
                       IF SYSIN-LOOKAHEAD-DAYS IS NUMERIC
                           AND SYSIN-LOOKAHEAD-DAYS-NUM > 0
                           AND SYSIN-LOOKAHEAD-DAYS-NUM <= 31
                           MOVE SYSIN-LOOKAHEAD-DAYS-NUM
                               TO WS-LOOKAHEAD-DAYS
                       END-IF
                       IF SYSIN-CLOSE-GRACE IS NUMERIC
                           MOVE SYSIN-CLOSE-GRACE-NUM
                               TO WS-CLOSE-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-CONTROL-RUN-ID TO HDR-RUN-ID.
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

       END PROGRAM VAR1PFLT.
