      ******************************************************************
      * Program: VAR1ATRP
      * Purpose: Operator authority review report for the quarterly
      *          access review. Section one lists every id on
      *          VAR1AUTH.DAT (the file VAR1ATMT maintains) with the
      *          functions it holds, its amount ceiling, status, and
      *          who last granted it; section two lists every type A
      *          refusal the operator programs logged to AUDITLOG.DAT
      *          in the review window; section three lists the type U
      *          grants, changes, and revocations VAR1ATMT applied in
      *          the same window, so the reviewer can see both what
      *          each id may do and how it came to be able to.
      *          Paginated like the other listings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1ATRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames matching JCL/VAR1ATRPJ.JCL, same convention
      *    as every other program in this suite. SEQUENTIAL access
      *    reads the authority file in key order, which is the id
      *    sequence the listing wants (same as VAR1MLST).
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUTH-REPORT ASSIGN TO AUTHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHRPT-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  AUTH-REPORT
           RECORDING MODE IS F.
       01 REPORT-LINE PIC X(80).

      *    Columns 1-8 from-date and 10-17 to-date (YYYYMMDD) bound
      *    the review window for sections two and three; either
      *    blank leaves that end open. Section one is always the
      *    whole file as it stands today.
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

       WORKING-STORAGE SECTION.

       01 WS-FLAGS.
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTHRPT-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-AUTH VALUE "Y".
              88 WS-EOF-AUDIT VALUE "Y".

       01 WS-SELECTION-FIELDS.
           05 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           05 WS-TO-DATE PIC 9(8) VALUE 99999999.

      *    WS-SECTION-TYPE names the audit record type the pass
      *    under way prints -- A refusals, then U maintenance -- the
      *    same one-pass-per-section reading AUDITRPT does.
       01 WS-PASS-FIELDS.
           05 WS-SECTION-TYPE PIC X VALUE SPACE.
           05 WS-SECTION-TITLE PIC X(40) VALUE SPACES.
           05 WS-SECTION-COUNT PIC 9(6) VALUE ZERO.

      *    Letters printed for each granted function, in the AUTHREC
      *    flag order; a function not held prints as a period.
       01 WS-FUNCTION-LETTERS PIC X(9) VALUE "SARDCPLXU".
       01 WS-FUNCTION-LETTER-TABLE REDEFINES WS-FUNCTION-LETTERS.
           05 WS-FUNCTION-LETTER PIC X OCCURS 9 TIMES.

       01 WS-WORK-FIELDS.
           05 WS-FLAG-IX PIC 9(2).

       01 WS-RUN-COUNTERS.
           05 WS-AUTH-COUNT PIC 9(6) VALUE 0.
           05 WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
           05 WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
           05 WS-ADMIN-COUNT PIC 9(6) VALUE 0.
           05 WS-REFUSAL-COUNT PIC 9(6) VALUE 0.
           05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 1.
           05 WS-LINE-COUNT PIC 9(2) VALUE 0.
           05 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(10) VALUE "PROGRAM: ".
           05 FILLER PIC X(20) VALUE "VAR1ATRP".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 HDR-RUN-YYYY PIC 9999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZZ9.

       01 WS-SECTION-TITLE-LINE.
           05 STL-TITLE PIC X(40).
           05 FILLER PIC X(6) VALUE SPACES.
           05 STL-FROM-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE " - ".
           05 STL-TO-DATE PIC 9(8).

       01 WS-AUTH-COLUMN-LINE.
           05 FILLER PIC X(21) VALUE "USER ID".
           05 FILLER PIC X(11) VALUE "FUNCTIONS".
           05 FILLER PIC X(16) VALUE "       CEILING".
           05 FILLER PIC X(3) VALUE "ST".
           05 FILLER PIC X(21) VALUE "GRANTED BY".
           05 FILLER PIC X(8) VALUE "LAST UPD".

      *    A zero ceiling means none, so it prints blank rather than
      *    as a misleading 0.00.
       01 WS-AUTH-DETAIL-LINE.
           05 ADL-USER-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-FUNCTIONS PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-CEILING PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-STATUS PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADL-GRANTED-BY PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 ADL-LU-DATE PIC 9(8).

       01 WS-AUTH-COUNT-LINE.
           05 FILLER PIC X(5) VALUE "IDS: ".
           05 ACL-TOTAL PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  ACTIVE: ".
           05 ACL-ACTIVE PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  INACTIVE: ".
           05 ACL-INACTIVE PIC ZZZ,ZZ9.
           05 FILLER PIC X(21) VALUE "  HOLDING AUTHORITY: ".
           05 ACL-ADMIN PIC ZZZ,ZZ9.

       01 WS-REFUSAL-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(21) VALUE "USER ID".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(3) VALUE "FN".
           05 FILLER PIC X(7) VALUE "CODE".
           05 FILLER PIC X(21) VALUE "REASON".

       01 WS-REFUSAL-DETAIL-LINE.
           05 RDL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-RUN-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-USER-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-PROGRAM PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-FUNCTION PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-REASON PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RDL-REASON-TEXT PIC X(15).

       01 WS-CHANGE-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(9) VALUE "TIME".
           05 FILLER PIC X(21) VALUE "CHANGED BY".
           05 FILLER PIC X(9) VALUE "TRAN".
           05 FILLER PIC X(20) VALUE "USER ID CHANGED".

       01 WS-CHANGE-DETAIL-LINE.
           05 CDL-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CDL-RUN-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CDL-USER-ID PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CDL-TRANS-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CDL-TRANS-TEXT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 CDL-TARGET-ID PIC X(20).

       01 WS-SECTION-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE "SECTION ENTRIES: ".
           05 SCT-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUTH-REPORT.
           IF WS-AUTHRPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUTHRPT - STATUS "
                   WS-AUTHRPT-STATUS
               CLOSE VAR1-AUTHORITY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM LIST-AUTHORITY-FILE.
           CLOSE VAR1-AUTHORITY.

           MOVE "A" TO WS-SECTION-TYPE.
           MOVE "AUTHORITY REFUSALS" TO WS-SECTION-TITLE.
           PERFORM REPORT-AUDIT-SECTION.
           MOVE "U" TO WS-SECTION-TYPE.
           MOVE "AUTHORITY GRANTS AND CHANGES" TO WS-SECTION-TITLE.
           PERFORM REPORT-AUDIT-SECTION.

           DISPLAY "VAR1ATRP TOTALS - IDS: " WS-AUTH-COUNT
               " ACTIVE: " WS-ACTIVE-COUNT
               " INACTIVE: " WS-INACTIVE-COUNT
               " REFUSALS: " WS-REFUSAL-COUNT
               " CHANGES: " WS-CHANGE-COUNT.

           CLOSE AUTH-REPORT.
           STOP RUN.

      *    Section one: the file as it stands, in id order. The
      *    window dates do not apply -- the reviewer certifies every
      *    standing grant, not just the recent ones.
       LIST-AUTHORITY-FILE.
           MOVE "OPERATOR AUTHORITY - CURRENT GRANTS"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE WS-AUTH-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-AUTH
               READ VAR1-AUTHORITY NEXT RECORD
                   AT END
                       SET WS-EOF-AUTH TO TRUE
                   NOT AT END
                       PERFORM LIST-AUTHORITY-RECORD
               END-READ
           END-PERFORM.
           MOVE WS-AUTH-COUNT TO ACL-TOTAL.
           MOVE WS-ACTIVE-COUNT TO ACL-ACTIVE.
           MOVE WS-INACTIVE-COUNT TO ACL-INACTIVE.
           MOVE WS-ADMIN-COUNT TO ACL-ADMIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AUTH-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.

      *    The count of ids holding the maintain-authority function
      *    is the figure the review most wants kept small.
       LIST-AUTHORITY-RECORD.
           ADD 1 TO WS-AUTH-COUNT.
           IF AUT-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               IF AUT-MAY-MAINTAIN-AUTHORITY
                   ADD 1 TO WS-ADMIN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-SECTION-TITLE
               MOVE WS-AUTH-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE AUT-USER-ID TO ADL-USER-ID.
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > 9
               IF AUT-FUNCTION-FLAG (WS-FLAG-IX) = "Y"
                   MOVE WS-FUNCTION-LETTER (WS-FLAG-IX)
                       TO ADL-FUNCTIONS (WS-FLAG-IX:1)
               ELSE
                   MOVE "." TO ADL-FUNCTIONS (WS-FLAG-IX:1)
               END-IF
           END-PERFORM.
           MOVE AUT-AMOUNT-CEILING TO ADL-CEILING.
           MOVE AUT-STATUS TO ADL-STATUS.
           MOVE AUT-GRANTED-BY TO ADL-GRANTED-BY.
           MOVE AUT-LU-DATE TO ADL-LU-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AUTH-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    Sections two and three: one pass of the audit log each,
      *    taking only WS-SECTION-TYPE entries dated in the window.
       REPORT-AUDIT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM WRITE-SECTION-TITLE.
           PERFORM WRITE-COLUMN-LINE.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-AUDIT
                   READ AUDIT-LOG
                       AT END
                           SET WS-EOF-AUDIT TO TRUE
                       NOT AT END
                           IF AUDIT-REC-TYPE = WS-SECTION-TYPE
                               AND AUDIT-RUN-DATE >= WS-FROM-DATE
                               AND AUDIT-RUN-DATE <= WS-TO-DATE
                               PERFORM PRINT-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.
           MOVE WS-SECTION-COUNT TO SCT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.

       PRINT-AUDIT-ENTRY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-SECTION-TITLE
               PERFORM WRITE-COLUMN-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF AUDIT-REC-REFUSAL
               PERFORM FORMAT-REFUSAL-LINE
               MOVE WS-REFUSAL-DETAIL-LINE TO REPORT-LINE
               ADD 1 TO WS-REFUSAL-COUNT
           ELSE
               PERFORM FORMAT-CHANGE-LINE
               MOVE WS-CHANGE-DETAIL-LINE TO REPORT-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

      *    Reason codes as AUDITREC defines them.
       FORMAT-REFUSAL-LINE.
           MOVE AUDIT-RUN-DATE TO RDL-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO RDL-RUN-TIME.
           MOVE AUDIT-USER-ID TO RDL-USER-ID.
           MOVE AUDIT-REFUSED-PROGRAM TO RDL-PROGRAM.
           MOVE AUDIT-REFUSED-FUNCTION TO RDL-FUNCTION.
           MOVE AUDIT-REFUSED-CODE TO RDL-CODE.
           MOVE AUDIT-REFUSED-REASON TO RDL-REASON.
           EVALUATE AUDIT-REFUSED-REASON
               WHEN "A001"
                   MOVE "NOT ON FILE" TO RDL-REASON-TEXT
               WHEN "A002"
                   MOVE "ID INACTIVE" TO RDL-REASON-TEXT
               WHEN "A003"
                   MOVE "NOT GRANTED" TO RDL-REASON-TEXT
               WHEN "A004"
                   MOVE "OVER CEILING" TO RDL-REASON-TEXT
               WHEN "A005"
                   MOVE "OWN ENTRY" TO RDL-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RDL-REASON-TEXT
           END-EVALUATE.

       FORMAT-CHANGE-LINE.
           MOVE AUDIT-RUN-DATE TO CDL-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO CDL-RUN-TIME.
           MOVE AUDIT-USER-ID TO CDL-USER-ID.
           MOVE AUDIT-AUTH-TRANS-TYPE TO CDL-TRANS-TYPE.
           EVALUATE AUDIT-AUTH-TRANS-TYPE
               WHEN "A"
                   MOVE "GRANT" TO CDL-TRANS-TEXT
               WHEN "C"
                   MOVE "CHANGE" TO CDL-TRANS-TEXT
               WHEN "D"
                   MOVE "REVOKE" TO CDL-TRANS-TEXT
               WHEN OTHER
                   MOVE SPACES TO CDL-TRANS-TEXT
           END-EVALUATE.
           MOVE AUDIT-AUTH-TARGET-ID TO CDL-TARGET-ID.

       READ-CONTROL-CARD.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-FROM-DATE NOT = SPACES
                           AND SYSIN-FROM-DATE IS NUMERIC
                           MOVE SYSIN-FROM-DATE-NUM TO WS-FROM-DATE
                       END-IF
                       IF SYSIN-TO-DATE NOT = SPACES
                           AND SYSIN-TO-DATE IS NUMERIC
                           MOVE SYSIN-TO-DATE-NUM TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

      *    Sections two and three carry the review window on their
      *    title line; section one is undated.
       WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SECTION-TYPE = SPACE
               MOVE WS-SECTION-TITLE TO REPORT-LINE
           ELSE
               MOVE WS-SECTION-TITLE TO STL-TITLE
               MOVE WS-FROM-DATE TO STL-FROM-DATE
               MOVE WS-TO-DATE TO STL-TO-DATE
               MOVE WS-SECTION-TITLE-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-COLUMN-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SECTION-TYPE = "A"
               MOVE WS-REFUSAL-COLUMN-LINE TO REPORT-LINE
           ELSE
               MOVE WS-CHANGE-COLUMN-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM TO HDR-RUN-MM.
           MOVE WS-RUN-DD TO HDR-RUN-DD.
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM VAR1ATRP.
