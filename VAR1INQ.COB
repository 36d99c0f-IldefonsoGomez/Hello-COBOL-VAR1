      ******************************************************************
      * Program: VAR1INQ
      * Purpose: Single-code inquiry for the support desk, who until
      *          now answered "what happened to code X?" by opening
      *          a dozen files by hand. Driven by SYSIN -- a control
      *          card with an optional activity date range and the
      *          history depth, then one card per VAR1 code -- and
      *          prints one dossier per code: the master record and
      *          its VAR1JRNL.DAT change history, the limit record,
      *          staged changes still waiting in VAR1PNDC, the last
      *          N postings/reversals/adjustments off the keyed
      *          VAR1HSTK.DAT history store (open years only --
      *          VAR1HRPT and VAR1HEXT read the rolled ones),
      *          everything outstanding against the code in the
      *          reject, over-limit suspense, duplicate-suspect and
      *          pending-hold files (each aged against today), and
      *          the AUDITLOG.DAT entries that name it. Read-only
      *          against every file but the audit trail: each code
      *          asked about is itself logged there as a type I
      *          entry under the inquiring run id before anything
      *          is printed -- looking at the books leaves a trace
      *          like changing them does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1INQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching JCL/VAR1INQJ.JCL, same convention
      *    as every other program in this suite. Everything but the
      *    master, the report and the audit trail is OPTIONAL: a
      *    queue that does not exist tonight simply has nothing
      *    outstanding for the code.
           SELECT VAR1-MASTER ASSIGN TO VAR1MSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-VAR1-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO VAR1JRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL VAR1-LIMITS ASSIGN TO VAR1LMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMT-VAR1-CODE
               FILE STATUS IS WS-LIMITS-STATUS.

           SELECT OPTIONAL PENDING-CHANGES ASSIGN TO VAR1PNDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDC-STATUS.

           SELECT OPTIONAL VAR1-HISTORY ASSIGN TO VAR1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSK-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    The reject, suspense and duplicate-suspect backlogs are
      *    each the carried file concatenated ahead of last night's
      *    fresh one, the same pairings NIGHTSTS, VAR1SREL and
      *    VAR1DCFM read.
           SELECT OPTIONAL REJECTS-IN ASSIGN TO REJIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.

           SELECT OPTIONAL SUSPENSE-IN ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL DUPS-IN ASSIGN TO DUPSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPS-STATUS.

           SELECT OPTIONAL PENDING-IN ASSIGN TO VAR1PNDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same shared VAR1REC copybook and MST- REPLACING list as
      *    VAR1MAPP.COB and HELLO-COBOL-VAR1.COB use for this file.
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

       FD  MAINT-JOURNAL
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  VAR1-LIMITS
           RECORDING MODE IS F.
           COPY LIMTREC.

       FD  PENDING-CHANGES
           RECORDING MODE IS F.
           COPY PNDCREC.

       FD  VAR1-HISTORY
           RECORDING MODE IS F.
           COPY HSTKREC.

       FD  REJECTS-IN
           RECORDING MODE IS F.
           COPY REJREC.

       FD  SUSPENSE-IN
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  DUPS-IN
           RECORDING MODE IS F.
           COPY DUPSREC.

      *    The carried hold file is VALORES-RECORD shaped, the same
      *    PNI- view NIGHTSTS reads it through.
       FD  PENDING-IN
           RECORDING MODE IS F.
       01 PENDING-IN-RECORD.
           05 PNI-CODE PIC X(5).
           05 PNI-FILLER-1 PIC X.
           05 PNI-AMOUNT PIC 9(7)V99.
           05 PNI-FILLER-2 PIC X.
           05 PNI-EFF-DATE PIC 9(8).
           05 PNI-FILLER-3 PIC X.
           05 PNI-STATUS PIC X.
           05 PNI-FILLER-4 PIC X.
           05 PNI-TRANS-TYPE PIC X.
           05 PNI-FILLER-5 PIC X.
           05 PNI-APPROVAL-FLAG PIC X.
           05 PNI-FILLER-6 PIC X.
           05 PNI-CURRENCY PIC X(3).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  INQUIRY-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

      *    First card, the control card: columns 1-8 from-date and
      *    10-17 to-date (YYYYMMDD, blank = no limit) bounding the
      *    dated activity -- journal, history and audit entries;
      *    columns 19-20 how many history items to show (default
      *    10, at most 50); columns 22-41 the inquiring run id;
      *    columns 43-45 the base currency (blank = EUR), shown
      *    against a reject or hold that carries no currency.
      *    Every card after it carries one VAR1 code in columns
      *    1-5, up to 20 codes per run. The outstanding items
      *    (staged changes, rejects, suspense, duplicate suspects,
      *    holds) are shown whatever their date -- they are the
      *    code's exposure today, not its past.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-CONTROL-CARD.
           05 SYSIN-FROM-DATE PIC X(8).
           05 SYSIN-FROM-DATE-NUM REDEFINES SYSIN-FROM-DATE
              PIC 9(8).
           05 FILLER PIC X.
           05 SYSIN-TO-DATE PIC X(8).
           05 SYSIN-TO-DATE-NUM REDEFINES SYSIN-TO-DATE
              PIC 9(8).
           05 FILLER PIC X.
           05 SYSIN-HIST-DEPTH PIC X(2).
           05 SYSIN-HIST-DEPTH-NUM REDEFINES SYSIN-HIST-DEPTH
              PIC 9(2).
           05 FILLER PIC X.
           05 SYSIN-RUN-ID PIC X(20).
           05 FILLER PIC X.
           05 SYSIN-BASE-CURRENCY PIC X(3).
       01 SYSIN-CODE-CARD.
           05 SYSIN-VAR1-CODE PIC X(5).
           05 FILLER PIC X(36).

       WORKING-STORAGE SECTION.

      *    Journal and staged-change images unpacked into their
      *    VAR1REC shape, plain prefix, the way VAR1MAPP does.
       COPY VAR1REC.

       01 WS-FLAGS.
           05 WS-MASTER-STATUS PIC XX VALUE "00".
           05 WS-JOURNAL-STATUS PIC XX VALUE "00".
           05 WS-LIMITS-STATUS PIC XX VALUE "00".
           05 WS-PNDC-STATUS PIC XX VALUE "00".
           05 WS-HISTORY-STATUS PIC XX VALUE "00".
           05 WS-REJECTS-STATUS PIC XX VALUE "00".
           05 WS-SUSPENSE-STATUS PIC XX VALUE "00".
           05 WS-DUPS-STATUS PIC XX VALUE "00".
           05 WS-PENDING-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-INQRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-INPUT VALUE "Y".
           05 WS-SYSIN-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-SYSIN VALUE "Y".
           05 WS-LIMITS-AVAILABLE-SWITCH PIC X VALUE "N".
              88 WS-LIMITS-AVAILABLE VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           05 WS-TO-DATE PIC 9(8) VALUE 99999999.
           05 WS-HIST-DEPTH PIC 9(2) VALUE 10.
           05 WS-HIST-DEPTH-MAX PIC 9(2) VALUE 50.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
           05 WS-BASE-CURRENCY PIC X(3) VALUE "EUR".

      *    The codes asked about, in card order -- one dossier each.
       01 WS-INQUIRY-TABLE.
           05 WS-INQ-COUNT PIC 9(2) VALUE 0.
           05 WS-INQ-MAX PIC 9(2) VALUE 20.
           05 WS-INQ-IX PIC 9(2) VALUE 0.
           05 WS-INQ-ENTRY OCCURS 20 TIMES.
               10 WS-INQ-CODE PIC X(5).

      *    The last N history items for the code in hand, kept as a
      *    ring: the store returns a code's entries in effective-
      *    date order (posting run date within that), so the slots
      *    still filled when the code runs out are the N most
      *    recent, oldest starting just past the slot written last.
           COPY HISTREC.

       01 WS-HISTORY-RING.
           05 WS-RNG-SLOT PIC 9(2) VALUE 0.
           05 WS-RNG-START PIC 9(2) VALUE 0.
           05 WS-RNG-IX PIC 9(2) VALUE 0.
           05 WS-RNG-SHOWN PIC 9(2) VALUE 0.
           05 WS-RNG-PRINTED PIC 9(2) VALUE 0.
           05 WS-RNG-MATCHED PIC 9(6) VALUE 0.
           05 WS-RNG-NET PIC S9(11)V99 VALUE ZERO.
           05 WS-RNG-ENTRY OCCURS 50 TIMES.
               10 WS-RNG-RUN-DATE PIC 9(8).
               10 WS-RNG-EFF-DATE PIC 9(8).
               10 WS-RNG-TRANS-TYPE PIC X.
               10 WS-RNG-AMOUNT PIC 9(7)V99.
               10 WS-RNG-STATUS PIC X.

       01 WS-WORK-FIELDS.
           05 WS-CURRENT-CODE PIC X(5) VALUE SPACES.
           05 WS-SECTION-COUNT PIC 9(6) VALUE ZERO.
           05 WS-ITEM-DATE PIC 9(8) VALUE ZERO.
           05 WS-AGE-DAYS PIC S9(5) VALUE ZERO.
           05 WS-RUN-INTEGER PIC 9(8) VALUE ZERO.
           05 WS-ITEM-INTEGER PIC 9(8) VALUE ZERO.

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.

       01 WS-RUN-COUNTERS.
           05 WS-DOSSIER-COUNT PIC 9(4) VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT PIC 9(4) VALUE 0.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 0.
           05 WS-LINE-COUNT PIC 9(2) VALUE 0.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      *    Every line goes out through PRINT-LINE from here, so the
      *    page break (and the dossier title repeated under it)
      *    lives in one place.
       01 WS-PRINT-LINE PIC X(80) VALUE SPACES.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(10) VALUE "PROGRAM: ".
           05 FILLER PIC X(20) VALUE "VAR1INQ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-YYYY PIC 9999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZZ9.

       01 WS-DOSSIER-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "DOSSIER - VAR1 CODE ".
           05 DST-VAR1-CODE PIC X(5).
           05 FILLER PIC X(18) VALUE "   ACTIVITY FROM ".
           05 DST-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 DST-TO-DATE PIC 9(8).

       01 WS-SECTION-TITLE-LINE.
           05 FILLER PIC X(4) VALUE "--- ".
           05 STL-TITLE PIC X(50).

       01 WS-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 NON-TEXT PIC X(40).

       01 WS-MASTER-HEADER.
           05 FILLER PIC X(32) VALUE "DESCRIPTION".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(3) VALUE "S".
           05 FILLER PIC X(8) VALUE "UPDATED".
       01 WS-MASTER-LINE.
           05 MSL-DESCRIPTION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MSL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MSL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MSL-STATUS PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MSL-LU-DATE PIC 9(8).

       01 WS-JOURNAL-HEADER.
           05 FILLER PIC X(9) VALUE "RUN DATE".
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(21) VALUE "USER / RUN ID".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(3) VALUE "IM".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(9) VALUE "EFF-DATE".
           05 FILLER PIC X(1) VALUE "S".
       01 WS-JOURNAL-LINE.
           05 JNL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JNL-RUN-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JNL-USER-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 JNL-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JNL-IMAGE-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JNL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JNL-EFF-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JNL-STATUS PIC X.

       01 WS-LIMIT-LINE.
           05 FILLER PIC X(7) VALUE "LIMIT: ".
           05 LML-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  STATUS: ".
           05 LML-STATUS PIC X.
           05 FILLER PIC X(11) VALUE "  UPDATED: ".
           05 LML-LU-DATE PIC 9(8).

       01 WS-STAGED-HEADER.
           05 FILLER PIC X(10) VALUE "STAGED".
           05 FILLER PIC X(22) VALUE "SUBMITTER".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(6) VALUE "   AGE".
       01 WS-STAGED-LINE.
           05 STG-STAGE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STG-SUBMITTER PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STG-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STG-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STG-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STG-AGE-DAYS PIC ZZ,ZZ9.

       01 WS-HISTORY-HEADER.
           05 FILLER PIC X(10) VALUE "RUN DATE".
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(12) VALUE "KIND".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(1) VALUE "S".
       01 WS-HISTORY-LINE.
           05 HSL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HSL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HSL-KIND PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HSL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HSL-STATUS PIC X.
       01 WS-HISTORY-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE "SHOWING ".
           05 HTL-SHOWN PIC Z9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 HTL-MATCHED PIC ZZZ,ZZ9.
           05 FILLER PIC X(23) VALUE " MATCHING - NET OF ALL ".
           05 HTL-NET PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-REJECT-HEADER.
           05 FILLER PIC X(10) VALUE "REJECTED".
           05 FILLER PIC X(36) VALUE "REASON".
           05 FILLER PIC X(13) VALUE "      AMOUNT".
           05 FILLER PIC X(4) VALUE "CUR".
           05 FILLER PIC X(9) VALUE "EFF-DATE".
           05 FILLER PIC X(6) VALUE "   AGE".
       01 WS-REJECT-LINE.
           05 RJL-REJECT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJL-REASON-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RJL-REASON-TEXT PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 RJL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 RJL-CURRENCY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 RJL-EFF-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RJL-AGE-DAYS PIC ZZ,ZZ9.

       01 WS-SUSPENSE-HEADER.
           05 FILLER PIC X(10) VALUE "SUSPENDED".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(16) VALUE "         LIMIT".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(6) VALUE "   AGE".
       01 WS-SUSPENSE-LINE.
           05 SSL-SUSPEND-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSL-LIMIT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSL-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SSL-AGE-DAYS PIC ZZ,ZZ9.

       01 WS-DUPS-HEADER.
           05 FILLER PIC X(10) VALUE "SUSPECTED".
           05 FILLER PIC X(14) VALUE "      AMOUNT".
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(10) VALUE "MATCHED".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(6) VALUE "   AGE".
       01 WS-DUPS-LINE.
           05 DPL-SUSPECT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-MATCH-SOURCE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DPL-AGE-DAYS PIC ZZ,ZZ9.

       01 WS-HOLD-HEADER.
           05 FILLER PIC X(10) VALUE "EFF-DATE".
           05 FILLER PIC X(13) VALUE "      AMOUNT".
           05 FILLER PIC X(5) VALUE "CUR".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(3) VALUE "AP".
           05 FILLER PIC X(7) VALUE "DUE IN".
       01 WS-HOLD-LINE.
           05 HDL-EFF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 HDL-CURRENCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-APPROVAL-FLAG PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HDL-DUE-DAYS PIC -ZZ,ZZ9.

       01 WS-AUDIT-HEADER.
           05 FILLER PIC X(9) VALUE "RUN DATE".
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(21) VALUE "USER / RUN ID".
           05 FILLER PIC X(3) VALUE "RT".
           05 FILLER PIC X(3) VALUE "TY".
           05 FILLER PIC X(10) VALUE "RESULT".
           05 FILLER PIC X(19) VALUE "DETAIL".
       01 WS-AUDIT-LINE.
           05 ADL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-RUN-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-USER-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-REC-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-TRANS-TYPE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-RESULT PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-DETAIL PIC X(19).
           05 ADL-MOVE-DETAIL REDEFINES ADL-DETAIL.
               10 ADL-MOVE-OLD-CODE PIC X(5).
               10 FILLER PIC X(4).
               10 ADL-MOVE-NEW-CODE PIC X(5).
               10 FILLER PIC X(5).
           05 ADL-REFUSAL-DETAIL REDEFINES ADL-DETAIL.
               10 ADL-REFUSED-LIT PIC X(3).
               10 ADL-REFUSED-PROGRAM PIC X(8).
               10 FILLER PIC X(8).

       01 WS-SECTION-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ITEMS: ".
           05 SCL-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CONTROL-CARDS.
           IF WS-CONTROL-RUN-ID NOT = SPACES
               MOVE WS-CONTROL-RUN-ID TO WS-USER-ID
           ELSE
               ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           END-IF.

           IF WS-INQ-COUNT = ZERO
               DISPLAY "VAR1INQ - NO VAR1 CODE CARDS ON SYSIN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VAR1-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1MSTR.DAT - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VAR1-LIMITS.
           IF WS-LIMITS-STATUS = "00"
               SET WS-LIMITS-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT.
           IF WS-INQRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING INQRPT - STATUS "
                   WS-INQRPT-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-LIMITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No audit, no inquiry: the codes are logged before a
      *    single line of any dossier is printed, so an inquiry
      *    that leaves no trace cannot happen. Each dossier then
      *    shows its own entry among the code's audit history.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-LIMITS
               CLOSE INQUIRY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-INQ-IX FROM 1 BY 1
                   UNTIL WS-INQ-IX > WS-INQ-COUNT
               PERFORM WRITE-AUDIT-ENTRY
           END-PERFORM.
           CLOSE AUDIT-LOG.

           PERFORM VARYING WS-INQ-IX FROM 1 BY 1
                   UNTIL WS-INQ-IX > WS-INQ-COUNT
               MOVE WS-INQ-CODE (WS-INQ-IX) TO WS-CURRENT-CODE
               PERFORM PRINT-CODE-DOSSIER
           END-PERFORM.

           CLOSE VAR1-MASTER.
           CLOSE VAR1-LIMITS.
           CLOSE INQUIRY-REPORT.
           DISPLAY "VAR1INQ TOTALS - DOSSIERS: " WS-DOSSIER-COUNT
               " NOT ON MASTER: " WS-NOT-ON-MASTER-COUNT
               " RUN ID: " WS-USER-ID.
           STOP RUN.

      *    One dossier per code, each starting on a fresh page;
      *    every sequential file is reread from the top for each
      *    code, the same growing-file idiom AUDITRPT uses per
      *    section -- a handful of codes never justifies holding
      *    the whole history in storage.
       PRINT-CODE-DOSSIER.
           ADD 1 TO WS-DOSSIER-COUNT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PRINT-MASTER-SECTION.
           PERFORM PRINT-JOURNAL-SECTION.
           PERFORM PRINT-LIMIT-SECTION.
           PERFORM PRINT-STAGED-SECTION.
           PERFORM PRINT-HISTORY-SECTION.
           PERFORM PRINT-REJECT-SECTION.
           PERFORM PRINT-SUSPENSE-SECTION.
           PERFORM PRINT-DUPS-SECTION.
           PERFORM PRINT-HOLD-SECTION.
           PERFORM PRINT-AUDIT-SECTION.

       PRINT-MASTER-SECTION.
           MOVE "MASTER RECORD (VAR1MSTR)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-CURRENT-CODE TO MST-VAR1-CODE.
           READ VAR1-MASTER
               KEY IS MST-VAR1-CODE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE "NOT ON MASTER" TO NON-TEXT
                   MOVE WS-NONE-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-LINE
               NOT INVALID KEY
                   MOVE WS-MASTER-HEADER TO WS-PRINT-LINE
                   PERFORM PRINT-LINE
                   MOVE MST-VAR1-DESCRIPTION TO MSL-DESCRIPTION
                   MOVE MST-VAR1-AMOUNT TO MSL-AMOUNT
                   MOVE MST-VAR1-EFF-DATE TO MSL-EFF-DATE
                   MOVE MST-VAR1-STATUS TO MSL-STATUS
                   MOVE MST-VAR1-LU-DATE TO MSL-LU-DATE
                   MOVE WS-MASTER-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-LINE
           END-READ.

      *    Every before/after image VAR1MAPP journaled for the code
      *    inside the date range, in the order applied.
       PRINT-JOURNAL-SECTION.
           MOVE "MASTER CHANGE HISTORY (VAR1JRNL)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-JOURNAL-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT MAINT-JOURNAL.
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ MAINT-JOURNAL
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           MOVE JRN-MASTER-IMAGE TO VAR1-RECORD
                           IF VAR1-CODE = WS-CURRENT-CODE
                               AND JRN-RUN-DATE >= WS-FROM-DATE
                               AND JRN-RUN-DATE <= WS-TO-DATE
                               PERFORM PRINT-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-JOURNAL
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-JOURNAL-ENTRY.
           MOVE JRN-RUN-DATE TO JNL-RUN-DATE.
           MOVE JRN-RUN-TIME TO JNL-RUN-TIME.
           MOVE JRN-USER-ID TO JNL-USER-ID.
           MOVE JRN-TRANS-TYPE TO JNL-TRANS-TYPE.
           MOVE JRN-IMAGE-TYPE TO JNL-IMAGE-TYPE.
           MOVE VAR1-AMOUNT TO JNL-AMOUNT.
           MOVE VAR1-EFFECTIVE-DATE TO JNL-EFF-DATE.
           MOVE VAR1-STATUS TO JNL-STATUS.
           MOVE WS-JOURNAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

       PRINT-LIMIT-SECTION.
           MOVE "LIMIT RECORD (VAR1LMT)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           IF NOT WS-LIMITS-AVAILABLE
               MOVE "LIMIT FILE NOT AVAILABLE" TO NON-TEXT
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           ELSE
               MOVE WS-CURRENT-CODE TO LMT-VAR1-CODE
               READ VAR1-LIMITS
                   KEY IS LMT-VAR1-CODE
                   INVALID KEY
                       MOVE "NO LIMIT RECORD - CODE IS UNLIMITED"
                           TO NON-TEXT
                       MOVE WS-NONE-LINE TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
                   NOT INVALID KEY
                       MOVE LMT-LIMIT-AMOUNT TO LML-AMOUNT
                       MOVE LMT-STATUS TO LML-STATUS
                       MOVE LMT-LU-DATE TO LML-LU-DATE
                       MOVE WS-LIMIT-LINE TO WS-PRINT-LINE
                       PERFORM PRINT-LINE
               END-READ
           END-IF.

      *    Staged maintenance waiting on a second pair of eyes,
      *    aged from the day VAR1MAINT staged it.
       PRINT-STAGED-SECTION.
           MOVE "STAGED CHANGES AWAITING APPROVAL (VAR1PNDC)"
               TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-STAGED-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT PENDING-CHANGES.
           IF WS-PNDC-STATUS = "00" OR WS-PNDC-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ PENDING-CHANGES
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           MOVE PDC-TRANS-IMAGE TO VAR1-RECORD
                           IF VAR1-CODE = WS-CURRENT-CODE
                               PERFORM PRINT-STAGED-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-STAGED-ENTRY.
           MOVE PDC-STAGE-DATE TO WS-ITEM-DATE.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE PDC-STAGE-DATE TO STG-STAGE-DATE.
           MOVE PDC-SUBMITTER TO STG-SUBMITTER.
           MOVE PDC-TRANS-TYPE TO STG-TRANS-TYPE.
           MOVE VAR1-AMOUNT TO STG-AMOUNT.
           MOVE VAR1-EFFECTIVE-DATE TO STG-EFF-DATE.
           MOVE WS-AGE-DAYS TO STG-AGE-DAYS.
           MOVE WS-STAGED-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

      *    The ring keeps the last WS-HIST-DEPTH items for the code
      *    within the date range; the net underneath is over every
      *    matching item, not just the ones shown -- R and J
      *    records subtract, the same sign rule VAR1HRPT applies.
       PRINT-HISTORY-SECTION.
           MOVE "RECENT POSTINGS, REVERSALS AND ADJUSTMENTS"
               TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-HISTORY-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-RNG-SLOT.
           MOVE ZERO TO WS-RNG-MATCHED.
           MOVE ZERO TO WS-RNG-NET.
           OPEN INPUT VAR1-HISTORY.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-CURRENT-CODE TO HSK-VAR1-CODE
               MOVE ZERO TO HSK-EFF-DATE
               MOVE ZERO TO HSK-RUN-DATE
               MOVE ZERO TO HSK-LOAD-NUMBER
               MOVE ZERO TO HSK-LOAD-SEQ
               START VAR1-HISTORY KEY IS NOT LESS THAN HSK-KEY
                   INVALID KEY
                       SET WS-EOF-INPUT TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-INPUT
                   READ VAR1-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           MOVE HSK-HISTORY-IMAGE
                               TO VAR1-HISTORY-RECORD
                           IF HST-VAR1-CODE NOT = WS-CURRENT-CODE
                               SET WS-EOF-INPUT TO TRUE
                           ELSE
                               IF HST-RUN-DATE >= WS-FROM-DATE
                                   AND HST-RUN-DATE <= WS-TO-DATE
                                   PERFORM KEEP-HISTORY-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAR1-HISTORY
           END-IF.

           IF WS-RNG-MATCHED > WS-HIST-DEPTH
               MOVE WS-HIST-DEPTH TO WS-RNG-SHOWN
               COMPUTE WS-RNG-START = WS-RNG-SLOT + 1
               IF WS-RNG-START > WS-HIST-DEPTH
                   MOVE 1 TO WS-RNG-START
               END-IF
           ELSE
               MOVE WS-RNG-MATCHED TO WS-RNG-SHOWN
               MOVE 1 TO WS-RNG-START
           END-IF.
           MOVE WS-RNG-START TO WS-RNG-IX.
           PERFORM VARYING WS-RNG-PRINTED FROM 1 BY 1
                   UNTIL WS-RNG-PRINTED > WS-RNG-SHOWN
               PERFORM PRINT-HISTORY-ITEM
               ADD 1 TO WS-RNG-IX
               IF WS-RNG-IX > WS-HIST-DEPTH
                   MOVE 1 TO WS-RNG-IX
               END-IF
           END-PERFORM.
           MOVE WS-RNG-SHOWN TO HTL-SHOWN.
           MOVE WS-RNG-MATCHED TO HTL-MATCHED.
           MOVE WS-RNG-NET TO HTL-NET.
           MOVE WS-HISTORY-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

       KEEP-HISTORY-ITEM.
           ADD 1 TO WS-RNG-MATCHED.
           ADD 1 TO WS-RNG-SLOT.
           IF WS-RNG-SLOT > WS-HIST-DEPTH
               MOVE 1 TO WS-RNG-SLOT
           END-IF.
           MOVE HST-RUN-DATE TO WS-RNG-RUN-DATE (WS-RNG-SLOT).
           MOVE HST-VAR1-EFF-DATE TO WS-RNG-EFF-DATE (WS-RNG-SLOT).
           MOVE HST-TRANS-TYPE TO WS-RNG-TRANS-TYPE (WS-RNG-SLOT).
           MOVE HST-VAR1-AMOUNT TO WS-RNG-AMOUNT (WS-RNG-SLOT).
           MOVE HST-VAR1-STATUS TO WS-RNG-STATUS (WS-RNG-SLOT).
           IF HST-TRANS-REVERSAL OR HST-TRANS-ADJUSTMENT
               SUBTRACT HST-VAR1-AMOUNT FROM WS-RNG-NET
           ELSE
               ADD HST-VAR1-AMOUNT TO WS-RNG-NET
           END-IF.

       PRINT-HISTORY-ITEM.
           MOVE WS-RNG-RUN-DATE (WS-RNG-IX) TO HSL-RUN-DATE.
           MOVE WS-RNG-EFF-DATE (WS-RNG-IX) TO HSL-EFF-DATE.
           EVALUATE WS-RNG-TRANS-TYPE (WS-RNG-IX)
               WHEN "R"
                   MOVE "REVERSAL" TO HSL-KIND
               WHEN "J"
                   MOVE "ADJUSTMENT" TO HSL-KIND
               WHEN OTHER
                   MOVE "POSTING" TO HSL-KIND
           END-EVALUATE.
           MOVE WS-RNG-AMOUNT (WS-RNG-IX) TO HSL-AMOUNT.
           MOVE WS-RNG-STATUS (WS-RNG-IX) TO HSL-STATUS.
           MOVE WS-HISTORY-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

       PRINT-REJECT-SECTION.
           MOVE "OUTSTANDING REJECTS (VAR1REJ)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-REJECT-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT REJECTS-IN.
           IF WS-REJECTS-STATUS = "00" OR WS-REJECTS-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ REJECTS-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF REJ-VAR1-CODE = WS-CURRENT-CODE
                               PERFORM PRINT-REJECT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECTS-IN
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-REJECT-ENTRY.
           MOVE REJ-REJECT-DATE TO WS-ITEM-DATE.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE REJ-REJECT-DATE TO RJL-REJECT-DATE.
           MOVE REJ-REASON-CODE TO RJL-REASON-CODE.
           MOVE REJ-REASON-TEXT TO RJL-REASON-TEXT.
      *    The amount as sent, in the currency it was sent in; a
      *    reject written before the feed carried one was base.
           MOVE REJ-ORIG-AMOUNT TO RJL-AMOUNT.
           IF REJ-ORIG-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO RJL-CURRENCY
           ELSE
               MOVE REJ-ORIG-CURRENCY TO RJL-CURRENCY
           END-IF.
           MOVE REJ-ORIG-EFF-DATE TO RJL-EFF-DATE.
           MOVE WS-AGE-DAYS TO RJL-AGE-DAYS.
           MOVE WS-REJECT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

       PRINT-SUSPENSE-SECTION.
           MOVE "OVER-LIMIT SUSPENSE (VAR1SUSP)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-SUSPENSE-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT SUSPENSE-IN.
           IF WS-SUSPENSE-STATUS = "00"
               OR WS-SUSPENSE-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ SUSPENSE-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF SUS-VAR1-CODE = WS-CURRENT-CODE
                               PERFORM PRINT-SUSPENSE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-SUSPENSE-ENTRY.
           MOVE SUS-SUSPEND-DATE TO WS-ITEM-DATE.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE SUS-SUSPEND-DATE TO SSL-SUSPEND-DATE.
           MOVE SUS-AMOUNT TO SSL-AMOUNT.
           MOVE SUS-EFF-DATE TO SSL-EFF-DATE.
           MOVE SUS-LIMIT-AMOUNT TO SSL-LIMIT-AMOUNT.
           MOVE SUS-TRANS-TYPE TO SSL-TRANS-TYPE.
           MOVE WS-AGE-DAYS TO SSL-AGE-DAYS.
           MOVE WS-SUSPENSE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

       PRINT-DUPS-SECTION.
           MOVE "DUPLICATE SUSPECTS (VAR1DUPS)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-DUPS-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT DUPS-IN.
           IF WS-DUPS-STATUS = "00" OR WS-DUPS-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ DUPS-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF DUP-VAR1-CODE = WS-CURRENT-CODE
                               PERFORM PRINT-DUPS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPS-IN
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-DUPS-ENTRY.
           MOVE DUP-SUSPECT-DATE TO WS-ITEM-DATE.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE DUP-SUSPECT-DATE TO DPL-SUSPECT-DATE.
           MOVE DUP-AMOUNT TO DPL-AMOUNT.
           MOVE DUP-EFF-DATE TO DPL-EFF-DATE.
           IF DUP-MATCHED-HISTORY
               MOVE "HISTORY" TO DPL-MATCH-SOURCE
           ELSE
               MOVE "TONIGHT" TO DPL-MATCH-SOURCE
           END-IF.
           MOVE DUP-TRANS-TYPE TO DPL-TRANS-TYPE.
           MOVE WS-AGE-DAYS TO DPL-AGE-DAYS.
           MOVE WS-DUPS-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

      *    A hold has no date of its own beyond the effective date
      *    it waits for, so its age reads forward: days until it
      *    falls due, negative once the date has passed and the
      *    next nightly run should release it.
       PRINT-HOLD-SECTION.
           MOVE "FUTURE-DATED HOLDS (VAR1PNDO)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-HOLD-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT PENDING-IN.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "05"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ PENDING-IN
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF PNI-CODE = WS-CURRENT-CODE
                               PERFORM PRINT-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-HOLD-ENTRY.
           MOVE PNI-EFF-DATE TO WS-ITEM-DATE.
           PERFORM COMPUTE-ITEM-AGE.
           MOVE PNI-EFF-DATE TO HDL-EFF-DATE.
           MOVE PNI-AMOUNT TO HDL-AMOUNT.
           IF PNI-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO HDL-CURRENCY
           ELSE
               MOVE PNI-CURRENCY TO HDL-CURRENCY
           END-IF.
           MOVE PNI-TRANS-TYPE TO HDL-TRANS-TYPE.
           MOVE PNI-APPROVAL-FLAG TO HDL-APPROVAL-FLAG.
           COMPUTE HDL-DUE-DAYS = ZERO - WS-AGE-DAYS.
           MOVE WS-HOLD-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

      *    Only the entry types that can name a code are taken --
      *    the per-code nightly detail, maintenance and inquiry
      *    entries on the code area, a retirement carry naming the
      *    code as the old or the new one, and an authority refusal
      *    of a card for the code -- the same rule AUDITRPT's code
      *    filter applies.
       PRINT-AUDIT-SECTION.
           MOVE "AUDIT TRAIL ENTRIES (AUDITLOG)" TO STL-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-AUDIT-HEADER TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-INPUT
                   READ AUDIT-LOG
                       AT END
                           SET WS-EOF-INPUT TO TRUE
                       NOT AT END
                           IF (((AUDIT-REC-DETAIL OR AUDIT-REC-MAINT
                               OR AUDIT-REC-INQUIRY)
                               AND AUDIT-VAR1-CODE = WS-CURRENT-CODE)
                               OR (AUDIT-REC-RETIRE
                               AND (AUDIT-MOVE-OLD-CODE =
                                   WS-CURRENT-CODE
                               OR AUDIT-MOVE-NEW-CODE =
                                   WS-CURRENT-CODE))
                               OR (AUDIT-REC-REFUSAL
                               AND AUDIT-REFUSED-CODE =
                                   WS-CURRENT-CODE))
                               AND AUDIT-RUN-DATE >= WS-FROM-DATE
                               AND AUDIT-RUN-DATE <= WS-TO-DATE
                               PERFORM PRINT-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       PRINT-AUDIT-ENTRY.
           MOVE AUDIT-RUN-DATE TO ADL-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO ADL-RUN-TIME.
           MOVE AUDIT-USER-ID TO ADL-USER-ID.
           MOVE AUDIT-REC-TYPE TO ADL-REC-TYPE.
           MOVE SPACES TO ADL-DETAIL.
      *    A retirement carry shows the file the item sat on, the
      *    outcome and the move; a refusal shows the function, the
      *    reason and the program that refused the card.
           EVALUATE TRUE
               WHEN AUDIT-REC-RETIRE
                   MOVE AUDIT-MOVE-SOURCE TO ADL-TRANS-TYPE
                   MOVE AUDIT-MOVE-RESULT TO ADL-RESULT
                   MOVE AUDIT-MOVE-OLD-CODE TO ADL-MOVE-OLD-CODE
                   MOVE " TO " TO ADL-MOVE-DETAIL (6:4)
                   MOVE AUDIT-MOVE-NEW-CODE TO ADL-MOVE-NEW-CODE
               WHEN AUDIT-REC-REFUSAL
                   MOVE AUDIT-REFUSED-FUNCTION TO ADL-TRANS-TYPE
                   MOVE AUDIT-REFUSED-REASON TO ADL-RESULT
                   MOVE "BY " TO ADL-REFUSED-LIT
                   MOVE AUDIT-REFUSED-PROGRAM TO ADL-REFUSED-PROGRAM
               WHEN OTHER
                   MOVE AUDIT-TRANS-TYPE TO ADL-TRANS-TYPE
                   MOVE AUDIT-RESULT TO ADL-RESULT
           END-EVALUATE.
           MOVE WS-AUDIT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.

      *    Days from WS-ITEM-DATE to today: positive for something
      *    that has been sitting, negative for a date still ahead.
       COMPUTE-ITEM-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-ITEM-DATE > 0
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-INTEGER - WS-ITEM-INTEGER
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-INQUIRY TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE WS-INQ-CODE (WS-INQ-IX) TO AUDIT-VAR1-CODE.
           MOVE "INQUIRED" TO AUDIT-RESULT.
           WRITE AUDIT-LOG-RECORD.

       READ-CONTROL-CARDS.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       SET WS-EOF-SYSIN TO TRUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
               PERFORM UNTIL WS-EOF-SYSIN
                   READ SYSIN-FILE
                       AT END
                           SET WS-EOF-SYSIN TO TRUE
                       NOT AT END
                           PERFORM LOAD-CODE-CARD
                   END-READ
               END-PERFORM
               CLOSE SYSIN-FILE
           END-IF.

       APPLY-CONTROL-CARD.
           IF SYSIN-FROM-DATE NOT = SPACES
               AND SYSIN-FROM-DATE IS NUMERIC
               MOVE SYSIN-FROM-DATE-NUM TO WS-FROM-DATE
           END-IF.
           IF SYSIN-TO-DATE NOT = SPACES
               AND SYSIN-TO-DATE IS NUMERIC
               MOVE SYSIN-TO-DATE-NUM TO WS-TO-DATE
           END-IF.
           IF SYSIN-HIST-DEPTH IS NUMERIC
               AND SYSIN-HIST-DEPTH-NUM > ZERO
               MOVE SYSIN-HIST-DEPTH-NUM TO WS-HIST-DEPTH
               IF WS-HIST-DEPTH > WS-HIST-DEPTH-MAX
                   MOVE WS-HIST-DEPTH-MAX TO WS-HIST-DEPTH
               END-IF
           END-IF.
           IF SYSIN-RUN-ID NOT = SPACES
               MOVE SYSIN-RUN-ID TO WS-CONTROL-RUN-ID
           END-IF.
           IF SYSIN-BASE-CURRENCY NOT = SPACES
               MOVE SYSIN-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF.

       LOAD-CODE-CARD.
           IF SYSIN-VAR1-CODE NOT = SPACES
               IF WS-INQ-COUNT < WS-INQ-MAX
                   ADD 1 TO WS-INQ-COUNT
                   MOVE SYSIN-VAR1-CODE TO WS-INQ-CODE (WS-INQ-COUNT)
               ELSE
                   DISPLAY "VAR1INQ - MORE THAN " WS-INQ-MAX
                       " CODES, IGNORED: " SYSIN-VAR1-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-SECTION-TITLE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.
           MOVE WS-SECTION-TITLE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-LINE.

       WRITE-SECTION-COUNT.
           IF WS-SECTION-COUNT = ZERO
               MOVE "NONE" TO NON-TEXT
               MOVE WS-NONE-LINE TO WS-PRINT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO SCL-COUNT
               MOVE WS-SECTION-COUNT-LINE TO WS-PRINT-LINE
           END-IF.
           PERFORM PRINT-LINE.

       PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-CODE TO DST-VAR1-CODE.
           MOVE WS-FROM-DATE TO DST-FROM-DATE.
           MOVE WS-TO-DATE TO DST-TO-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DOSSIER-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       END PROGRAM VAR1INQ.
