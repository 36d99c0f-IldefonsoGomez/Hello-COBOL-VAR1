      *          never-rewrite-in-place arrangement as AUDITRPT's
      *          archive mode, so a step that dies mid-run leaves
      *          the live calendar untouched. Every close/reopen is
      *          logged to AUDITLOG.DAT as a type C entry. Only a
      *          run id holding the close-periods function on
      *          VAR1AUTH.DAT may act; any other is refused, logged
      *          as a type A entry, and the calendar left as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1CLOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may close and reopen periods.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Column 1: action, C = close or O = reopen (required --
      *    touching the period lock is never implied). Columns 3-8:
      *    the period (YYYYMM). Columns 10-29: the acting operator's
           05 WS-CALIN-STATUS PIC XX VALUE "00".
           05 WS-CALOUT-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-CALENDAR VALUE "Y".
       01 WS-AUDIT-FIELDS.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
               STOP RUN
           END-IF.

      *    No authority file, no close: the check fails closed. A
      *    refused operator gets RC 8 like any other bad card, so
      *    the copy-back step never replaces the live calendar.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE CALENDAR-IN
               CLOSE CALENDAR-OUT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           CLOSE VAR1-AUTHORITY.
           IF NOT WS-RUN-ID-AUTHORIZED
               PERFORM WRITE-REFUSAL-ENTRY
               DISPLAY "VAR1CLOS - " WS-CONTROL-RUN-ID
                   " NOT AUTHORIZED TO CLOSE PERIODS - REASON "
                   WS-AUTH-REASON
               CLOSE CALENDAR-IN
               CLOSE CALENDAR-OUT
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-CALENDAR
               READ CALENDAR-IN
                   AT END
           WRITE CALENDAR-OUT-RECORD FROM CALENDAR-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    close-periods function (AUTHREC).
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE WS-CONTROL-RUN-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-CLOSE-PERIODS
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.

      *    A period is not a VAR1 code, so the refusal's code field
      *    is left blank; the operator's id and the reason are what
      *    the review needs.
       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-CONTROL-RUN-ID TO AUDIT-USER-ID.
           MOVE "P" TO AUDIT-REFUSED-FUNCTION.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1CLOS" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-CLOSE TO TRUE.
