      *          Staged changes nobody decided on carry forward to
      *          the queue for the next approval run, and the
      *          report shows what is sitting there and for how
      *          long. An approved retirement (type R) marks the old
      *          code inactive and enters it on the VAR1XREF
      *          cross-reference against its successor; VAR1RETR
      *          then carries the old code's open items across.
      *          The approving id must also hold the approve
      *          function on VAR1AUTH.DAT; a decision from any other
      *          id is refused, logged as a type A audit entry, and
      *          the change stays queued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1MAPP.
               RECORD KEY IS MST-VAR1-CODE
               FILE STATUS IS WS-MASTER-STATUS.

      *    Retired-code cross-reference, written here on an approved
      *    retirement and read by every program that has to treat
      *    the old code's history as the successor's.
           SELECT VAR1-XREF ASSIGN TO VAR1XREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-CODE
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PENDING-CHANGES ASSIGN TO VAR1PNDC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key for each approving
      *    id on the cards -- differing from the submitter is not
      *    enough, the approver must be allowed to approve.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
               ==VAR1-LU-MM== BY ==MST-VAR1-LU-MM==,
               ==VAR1-LU-DD== BY ==MST-VAR1-LU-DD==.

       FD  VAR1-XREF
           RECORDING MODE IS F.
           COPY XREFREC.

       FD  PENDING-CHANGES
           RECORDING MODE IS F.
           COPY PNDCREC.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

      *    Columns 7-26 carry the run identifier of the operator
      *    submitting the apply step itself; the approving ids ride
      *    the cards, one per decision.
      *    shape -- the same copybook, plain prefix, in working
      *    storage like HELLO-COBOL-VAR1 holds its record in hand.
       COPY VAR1REC.
      *    A staged retirement carries its successor in the first
      *    five description bytes of the image.
       01 WS-RETIRE-VIEW REDEFINES VAR1-RECORD.
           05 FILLER PIC X(5).
           05 WS-RETIRE-SUCCESSOR PIC X(5).
           05 FILLER PIC X(51).

       01 WS-FLAGS.
           05 WS-MASTER-STATUS PIC XX VALUE "00".
           05 WS-XREF-STATUS PIC XX VALUE "00".
           05 WS-PENDING-STATUS PIC XX VALUE "00".
           05 WS-APPR-STATUS PIC XX VALUE "00".
           05 WS-CARRIED-STATUS PIC XX VALUE "00".
           05 WS-MAPPRPT-STATUS PIC XX VALUE "00".
           05 WS-JOURNAL-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-PENDING VALUE "Y".
              88 WS-EOF-APPROVALS VALUE "Y".
           05 WS-APPR-FOUND-SWITCH PIC X VALUE "N".
              88 WS-APPROVAL-FOUND VALUE "Y".
           05 WS-RETIRE-SWITCH PIC X VALUE "N".
              88 WS-RETIRE-ALLOWED VALUE "Y".
           05 WS-XREF-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-XREF VALUE "Y".

       01 WS-CONTROL-CARD-FIELDS.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.
      *    maintenance had.
       01 WS-JOURNAL-FIELDS.
           05 WS-BEFORE-IMAGE PIC X(61) VALUE SPACES.
           05 WS-JOURNAL-TRANS-TYPE PIC X VALUE SPACE.
           05 WS-JOURNAL-IMAGE-TYPE PIC X VALUE SPACE.
           05 WS-JOURNAL-IMAGE PIC X(61) VALUE SPACES.

           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-APPROVER-ID PIC X(20) VALUE SPACES.
      *    Blank while the card's approver may approve; otherwise
      *    the A0nn reason the decision is refused with.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-APPROVER-AUTHORIZED VALUE SPACES.

       01 WS-RUN-COUNTERS.
           05 WS-READ-COUNT PIC 9(6) VALUE 0.
           05 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
           05 WS-REPOINTED-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       01 WS-REPORT-COUNTERS.
           05 WS-PAGE-NO PIC 9(4) VALUE 1.
               STOP RUN
           END-IF.

           OPEN I-O VAR1-XREF.
           IF WS-XREF-STATUS = "35"
               OPEN OUTPUT VAR1-XREF
               CLOSE VAR1-XREF
               OPEN I-O VAR1-XREF
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1XREF.DAT - STATUS "
                   WS-XREF-STATUS
               CLOSE VAR1-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT PENDING-CHANGES.
           IF WS-PENDING-STATUS NOT = "00"
               AND WS-PENDING-STATUS NOT = "05"
               DISPLAY "ERROR OPENING VAR1PNDC.DAT - STATUS "
                   WS-PENDING-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               STOP RUN
           END-IF.

               DISPLAY "ERROR OPENING VAR1PNCO.DAT - STATUS "
                   WS-CARRIED-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               STOP RUN
           END-IF.
               DISPLAY "ERROR OPENING VAR1AREJ.DAT - STATUS "
                   WS-AREJECTS-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               CLOSE PENDING-CARRIED
               STOP RUN
               DISPLAY "ERROR OPENING MAPPRPT - STATUS "
                   WS-MAPPRPT-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               CLOSE PENDING-CARRIED
               CLOSE APPLY-REJECTS
               DISPLAY "ERROR OPENING VAR1JRNL.DAT - STATUS "
                   WS-JOURNAL-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               CLOSE PENDING-CARRIED
               CLOSE APPLY-REJECTS
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               CLOSE PENDING-CARRIED
               CLOSE APPLY-REJECTS
               CLOSE APPLY-REPORT
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF.

      *    No authority file, no approvals: the check fails closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-MASTER
               CLOSE VAR1-XREF
               CLOSE PENDING-CHANGES
               CLOSE PENDING-CARRIED
               CLOSE APPLY-REJECTS
               CLOSE APPLY-REPORT
               CLOSE MAINT-JOURNAL
               CLOSE AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-RUN-TOTALS.

           CLOSE VAR1-MASTER.
           CLOSE VAR1-XREF.
           CLOSE PENDING-CHANGES.
           CLOSE PENDING-CARRIED.
           CLOSE APPLY-REJECTS.
           CLOSE APPLY-REPORT.
           CLOSE MAINT-JOURNAL.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Disposition: an A card from a different user applies the
      *    the change stays queued -- the whole point of the second
      *    pair of eyes; a V card voids it; no card carries it
      *    forward, aged on the report so a stuck queue is visible.
      *    A card (A or V) from an id without the approve function
      *    decides nothing either: it is logged as a refusal and
      *    the change stays queued.
       PROCESS-STAGED-CHANGE.
           MOVE PDC-TRANS-IMAGE TO VAR1-RECORD.
           MOVE PDC-TRANS-TYPE TO WS-JOURNAL-TRANS-TYPE.
           PERFORM FIND-APPROVAL.
           PERFORM COMPUTE-STAGE-AGE.
           IF WS-APPROVAL-FOUND
               MOVE WS-APR-APPROVER (WS-APR-IX) TO WS-APPROVER-ID
               PERFORM CHECK-APPROVER-AUTHORITY
               EVALUATE TRUE
                   WHEN WS-APR-APPROVER (WS-APR-IX)
                           = PDC-SUBMITTER
                       MOVE "SELF-APPR  " TO DTL-DISPOSITION
                       MOVE "SELFAPPRV" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-ENTRY
                   WHEN NOT WS-APPROVER-AUTHORIZED
                       PERFORM CARRY-STAGED-CHANGE
                       ADD 1 TO WS-DENIED-COUNT
                       MOVE "NO AUTHRTY " TO DTL-DISPOSITION
                       PERFORM WRITE-REFUSAL-ENTRY
                   WHEN WS-APR-ACTION (WS-APR-IX) = "A"
                       PERFORM APPLY-STAGED-CHANGE
                   WHEN OTHER
       CARRY-STAGED-CHANGE.
           WRITE CARRIED-CHANGE-RECORD FROM PENDING-CHANGE-RECORD.

      *    The approver must be on VAR1AUTH.DAT, active, and granted
      *    the approve function (AUTHREC). Read per card: one run
      *    can carry decisions from several supervisors.
       CHECK-APPROVER-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE WS-APPROVER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-APPROVE-MAINT
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.

       WRITE-REFUSAL-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-APPROVER-ID TO AUDIT-USER-ID.
           MOVE "A" TO AUDIT-REFUSED-FUNCTION.
           MOVE VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1MAPP" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       FIND-APPROVAL.
           MOVE "N" TO WS-APPR-FOUND-SWITCH.
           MOVE SPACES TO WS-APPROVER-ID.
                   PERFORM PROCESS-CHANGE
               WHEN PDC-TRANS-DELETE
                   PERFORM PROCESS-DELETE
               WHEN PDC-TRANS-RETIRE
                   PERFORM PROCESS-RETIRE
               WHEN OTHER
                   MOVE "R100" TO AREJ-REASON-CODE
                   MOVE "UNKNOWN TRANSACTION TYPE"
                   END-DELETE
           END-READ.

      *    A retirement needs a live successor that is not itself
      *    retired, and an old code not already retired -- so every
      *    cross-reference entry names a live code and a chain of
      *    merges can never loop back on itself.
       PROCESS-RETIRE.
           MOVE "Y" TO WS-RETIRE-SWITCH.
           MOVE WS-RETIRE-SUCCESSOR TO MST-VAR1-CODE.
           READ VAR1-MASTER
               INVALID KEY
                   MOVE "N" TO WS-RETIRE-SWITCH
                   MOVE "R110" TO AREJ-REASON-CODE
                   MOVE "SUCCESSOR NOT ON MASTER"
                       TO AREJ-REASON-TEXT
               NOT INVALID KEY
                   IF NOT MST-STATUS-ACTIVE
                       MOVE "N" TO WS-RETIRE-SWITCH
                       MOVE "R111" TO AREJ-REASON-CODE
                       MOVE "SUCCESSOR NOT ACTIVE"
                           TO AREJ-REASON-TEXT
                   END-IF
           END-READ.
           IF WS-RETIRE-ALLOWED
               MOVE VAR1-CODE TO XRF-OLD-CODE
               READ VAR1-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-RETIRE-SWITCH
                       MOVE "R112" TO AREJ-REASON-CODE
                       MOVE "CODE ALREADY RETIRED"
                           TO AREJ-REASON-TEXT
               END-READ
           END-IF.
           IF WS-RETIRE-ALLOWED
               MOVE WS-RETIRE-SUCCESSOR TO XRF-OLD-CODE
               READ VAR1-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-RETIRE-SWITCH
                       MOVE "R113" TO AREJ-REASON-CODE
                       MOVE "SUCCESSOR ALREADY RETIRED"
                           TO AREJ-REASON-TEXT
               END-READ
           END-IF.
           IF WS-RETIRE-ALLOWED
               PERFORM RETIRE-MASTER-CODE
           ELSE
               PERFORM WRITE-APPLY-REJECT
           END-IF.

      *    The master side is an ordinary change to inactive,
      *    journaled as one so VAR1RCVR backs it out or rolls it
      *    forward like any other change; the cross-reference entry
      *    follows only once the master has taken it.
       RETIRE-MASTER-CODE.
           MOVE VAR1-CODE TO MST-VAR1-CODE.
           READ VAR1-MASTER
               INVALID KEY
                   MOVE "R102" TO AREJ-REASON-CODE
                   MOVE "CODE NOT FOUND" TO AREJ-REASON-TEXT
                   PERFORM WRITE-APPLY-REJECT
               NOT INVALID KEY
                   MOVE VAR1-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET MST-STATUS-INACTIVE TO TRUE
                   MOVE WS-RUN-YYYY TO MST-VAR1-LU-YYYY
                   MOVE WS-RUN-MM TO MST-VAR1-LU-MM
                   MOVE WS-RUN-DD TO MST-VAR1-LU-DD
                   REWRITE VAR1-MASTER-RECORD
                       INVALID KEY
                           MOVE "R103" TO AREJ-REASON-CODE
                           MOVE "MASTER REWRITE FAILED"
                               TO AREJ-REASON-TEXT
                           PERFORM WRITE-APPLY-REJECT
                       NOT INVALID KEY
                           MOVE "C" TO WS-JOURNAL-TRANS-TYPE
                           MOVE "B" TO WS-JOURNAL-IMAGE-TYPE
                           MOVE WS-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                           MOVE "A" TO WS-JOURNAL-IMAGE-TYPE
                           MOVE VAR1-MASTER-RECORD
                               TO WS-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-ENTRY
                           PERFORM REPOINT-XREF-SUCCESSORS
                           PERFORM WRITE-XREF-ENTRY
                   END-REWRITE
           END-READ.

      *    Codes merged into this one earlier now follow it to its
      *    successor, keeping every entry one lookup from a live
      *    code.
       REPOINT-XREF-SUCCESSORS.
           MOVE "N" TO WS-XREF-EOF-SWITCH.
           MOVE LOW-VALUES TO XRF-OLD-CODE.
           START VAR1-XREF KEY IS NOT LESS THAN XRF-OLD-CODE
               INVALID KEY
                   SET WS-EOF-XREF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-XREF
               READ VAR1-XREF NEXT RECORD
                   AT END
                       SET WS-EOF-XREF TO TRUE
                   NOT AT END
                       IF XRF-SUCCESSOR-CODE = VAR1-CODE
                           MOVE WS-RETIRE-SUCCESSOR
                               TO XRF-SUCCESSOR-CODE
                           REWRITE VAR1-XREF-RECORD
                               INVALID KEY
                                   DISPLAY "VAR1XREF REWRITE FAILED "
                                       "FOR " XRF-OLD-CODE
                                       " - STATUS " WS-XREF-STATUS
                                   MOVE 8 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPOINTED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-XREF-ENTRY.
           MOVE SPACES TO VAR1-XREF-RECORD.
           MOVE VAR1-CODE TO XRF-OLD-CODE.
           MOVE WS-RETIRE-SUCCESSOR TO XRF-SUCCESSOR-CODE.
           SET XRF-STATUS-APPROVED TO TRUE.
           MOVE WS-RUN-DATE-NUM TO XRF-RETIRE-DATE.
           MOVE PDC-SUBMITTER TO XRF-SUBMITTER.
           MOVE WS-APPROVER-ID TO XRF-APPROVER.
           MOVE ZERO TO XRF-CARRIED-DATE.
           WRITE VAR1-XREF-RECORD
               INVALID KEY
                   MOVE "R103" TO AREJ-REASON-CODE
                   MOVE "XREF WRITE FAILED" TO AREJ-REASON-TEXT
                   PERFORM WRITE-APPLY-REJECT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "RETIRED    " TO DTL-DISPOSITION
                   MOVE "RETIRED  " TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-ENTRY
           END-WRITE.

      *    An approved change the master refuses (already exists,
      *    not found, I/O failure) is spent, not carried: the
      *    reject file and report surface it for a corrected
      *    the master to change; the submitting id stays on the
      *    staged record and the STAGED audit entry.
           MOVE WS-APPROVER-ID TO JRN-USER-ID.
           MOVE WS-JOURNAL-TRANS-TYPE TO JRN-TRANS-TYPE.
           MOVE WS-JOURNAL-IMAGE-TYPE TO JRN-IMAGE-TYPE.
           MOVE WS-JOURNAL-IMAGE TO JRN-MASTER-IMAGE.
           WRITE VAR1-JOURNAL-RECORD.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-VOIDED-COUNT TO TOT-VOIDED.
           COMPUTE WS-OUTSTANDING-COUNT =
               WS-OUTSTANDING-COUNT + WS-REFUSED-COUNT
               + WS-DENIED-COUNT.
           MOVE WS-OUTSTANDING-COUNT TO TOT-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               " APPLIED: " WS-APPLIED-COUNT
               " VOIDED: " WS-VOIDED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " OUTSTANDING: " WS-OUTSTANDING-COUNT
               " XREF REPOINTED: " WS-REPOINTED-COUNT
               " RUN ID: " WS-CONTROL-RUN-ID.

       END PROGRAM VAR1MAPP.
