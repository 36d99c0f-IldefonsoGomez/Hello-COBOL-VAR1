      ******************************************************************
      * Program: VAR1AMNT
      * Purpose: Maintain the chart-of-accounts mapping file
      *          VAR1ACCT.DAT (add/change/delete) from a batch of
      *          maintenance transactions, the same batch way
      *          VAR1LMNT maintains the limits -- a transaction-type
      *          field drives each input record, bad cards land on a
      *          reject file, and every applied change is logged to
      *          the shared AUDITLOG.DAT. The nightly HELLO-COBOL-VAR1
      *          run reads the mapping this program keeps to post the
      *          night's per-code movement to the ledger as balanced
      *          debit/credit journal lines per account. Only a run
      *          id holding the maintain-limits function on
      *          VAR1AUTH.DAT may apply a card; a refused card lands
      *          on the reject file and is logged as a type A audit
      *          entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAR1AMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Bare ddnames (1-8 characters, no period) throughout, same
      *    convention as every other program in this suite;
      *    JCL/VAR1AMNTJ.JCL supplies the matching DD statements.
           SELECT VAR1-ACCOUNTS ASSIGN TO VAR1ACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-VAR1-CODE
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT ACCOUNT-TRANS ASSIGN TO VAR1ACTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACCOUNT-REJECTS ASSIGN TO VAR1ACRJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREJECTS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    Operator authority file, read by key to confirm the run
      *    id may change where the codes post.
           SELECT VAR1-AUTHORITY ASSIGN TO VAR1AUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-USER-ID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR1-ACCOUNTS
           RECORDING MODE IS F.
           COPY ACCTREC.

      *    One card per mapping change: a leading transaction type in
      *    front of the code, its debit and credit accounts and its
      *    cost center, mirroring VAR1LMNT's LIMIT-TRANS card. A
      *    change replaces the whole mapping, so every field is keyed
      *    again on a change card, exactly as on an add.
       FD  ACCOUNT-TRANS
           RECORDING MODE IS F.
       01 ACCOUNT-TRANS-RECORD.
           05 ATX-TRANS-TYPE PIC X.
              88 ATX-TRANS-ADD VALUE "A".
              88 ATX-TRANS-CHANGE VALUE "C".
              88 ATX-TRANS-DELETE VALUE "D".
           05 ATX-FILLER-1 PIC X.
           05 ATX-VAR1-CODE PIC X(5).
           05 ATX-FILLER-2 PIC X.
           05 ATX-DEBIT-ACCOUNT PIC X(10).
           05 ATX-FILLER-3 PIC X.
           05 ATX-CREDIT-ACCOUNT PIC X(10).
           05 ATX-FILLER-4 PIC X.
           05 ATX-COST-CENTER PIC X(6).
           05 ATX-FILLER-5 PIC X.
           05 ATX-STATUS PIC X.

       FD  ACCOUNT-REJECTS
           RECORDING MODE IS F.
       01 ACCOUNT-REJECT-RECORD.
           05 CREJ-VAR1-CODE PIC X(5).
           05 CREJ-FILLER-1 PIC X.
           05 CREJ-REASON-CODE PIC X(4).
           05 CREJ-FILLER-2 PIC X.
           05 CREJ-REASON-TEXT PIC X(30).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  VAR1-AUTHORITY
           RECORDING MODE IS F.
           COPY AUTHREC.

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
           05 WS-ACCOUNTS-STATUS PIC XX VALUE "00".
           05 WS-TRANS-STATUS PIC XX VALUE "00".
           05 WS-CREJECTS-STATUS PIC XX VALUE "00".
           05 WS-AUDIT-STATUS PIC XX VALUE "00".
           05 WS-AUTH-STATUS PIC XX VALUE "00".
           05 WS-SYSIN-STATUS PIC XX VALUE "00".
           05 WS-EOF-SWITCH PIC X VALUE "N".
              88 WS-EOF-TRANS VALUE "Y".

       01 WS-AUDIT-FIELDS.
           05 WS-USER-ID PIC X(20) VALUE SPACES.
           05 WS-RUN-TIME PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-RESULT PIC X(9) VALUE SPACES.
           05 WS-CONTROL-RUN-ID PIC X(20) VALUE SPACES.

      *    The run id's standing on VAR1AUTH.DAT, settled once before
      *    the cards are read; blank while the id may maintain the
      *    mapping. A mapping carries no amount, so there is no
      *    per-card ceiling test.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-REASON PIC X(4) VALUE SPACES.
              88 WS-RUN-ID-AUTHORIZED VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).

       01 WS-MAINT-COUNTERS.
           05 WS-ADD-COUNT PIC 9(6) VALUE 0.
           05 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
           05 WS-DELETE-COUNT PIC 9(6) VALUE 0.
           05 WS-REJECT-COUNT PIC 9(6) VALUE 0.
           05 WS-DENIED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VAR1-ACCOUNTS.
           IF WS-ACCOUNTS-STATUS = "35"
               OPEN OUTPUT VAR1-ACCOUNTS
               CLOSE VAR1-ACCOUNTS
               OPEN I-O VAR1-ACCOUNTS
           END-IF.
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1ACCT.DAT - STATUS "
                   WS-ACCOUNTS-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-TRANS.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1ACTN.DAT - STATUS "
                   WS-TRANS-STATUS
               CLOSE VAR1-ACCOUNTS
               STOP RUN
           END-IF.

           OPEN OUTPUT ACCOUNT-REJECTS.
           IF WS-CREJECTS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1ACRJ.DAT - STATUS "
                   WS-CREJECTS-STATUS
               CLOSE VAR1-ACCOUNTS
               CLOSE ACCOUNT-TRANS
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDITLOG.DAT - STATUS "
                   WS-AUDIT-STATUS
               CLOSE VAR1-ACCOUNTS
               CLOSE ACCOUNT-TRANS
               CLOSE ACCOUNT-REJECTS
               STOP RUN
           END-IF.

      *    No authority file, no mapping changes: the check fails
      *    closed.
           OPEN INPUT VAR1-AUTHORITY.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING VAR1AUTH.DAT - STATUS "
                   WS-AUTH-STATUS
               CLOSE VAR1-ACCOUNTS
               CLOSE ACCOUNT-TRANS
               CLOSE ACCOUNT-REJECTS
               CLOSE AUDIT-LOG
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
           PERFORM CHECK-OPERATOR-AUTHORITY.

           PERFORM UNTIL WS-EOF-TRANS
               READ ACCOUNT-TRANS
                   AT END
                       SET WS-EOF-TRANS TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ACCOUNT-TRANSACTION
               END-READ
           END-PERFORM.

           DISPLAY "VAR1AMNT TOTALS - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DELETES: " WS-DELETE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " NO AUTHORITY: " WS-DENIED-COUNT.

           CLOSE VAR1-ACCOUNTS.
           CLOSE ACCOUNT-TRANS.
           CLOSE ACCOUNT-REJECTS.
           CLOSE AUDIT-LOG.
           CLOSE VAR1-AUTHORITY.
           STOP RUN.

      *    Adds and changes need both accounts and the cost center
      *    keyed, and two different accounts -- a mapping that debits
      *    and credits the same account posts nothing the ledger can
      *    see. Deletes carry no mapping, so those fields are not
      *    examined for them. Authority is settled first: a card the
      *    run id may not apply goes no further.
       PROCESS-ACCOUNT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT WS-RUN-ID-AUTHORIZED
                   PERFORM WRITE-ACCOUNT-REFUSAL
               WHEN ATX-TRANS-ADD OR ATX-TRANS-CHANGE
                   IF ATX-DEBIT-ACCOUNT = SPACES
                       OR ATX-CREDIT-ACCOUNT = SPACES
                       OR ATX-COST-CENTER = SPACES
                       MOVE "R105" TO CREJ-REASON-CODE
                       MOVE "ACCOUNT OR COST CENTER MISSING"
                           TO CREJ-REASON-TEXT
                       PERFORM WRITE-ACCOUNT-REJECT
                   ELSE
                   IF ATX-DEBIT-ACCOUNT = ATX-CREDIT-ACCOUNT
                       MOVE "R106" TO CREJ-REASON-CODE
                       MOVE "DEBIT AND CREDIT ACCOUNT SAME"
                           TO CREJ-REASON-TEXT
                       PERFORM WRITE-ACCOUNT-REJECT
                   ELSE
                       IF ATX-TRANS-ADD
                           PERFORM PROCESS-ADD
                       ELSE
                           PERFORM PROCESS-CHANGE
                       END-IF
                   END-IF
                   END-IF
               WHEN ATX-TRANS-DELETE
                   PERFORM PROCESS-DELETE
               WHEN OTHER
                   MOVE "R100" TO CREJ-REASON-CODE
                   MOVE "UNKNOWN TRANSACTION TYPE" TO CREJ-REASON-TEXT
                   PERFORM WRITE-ACCOUNT-REJECT
           END-EVALUATE.

       PROCESS-ADD.
           MOVE ATX-VAR1-CODE TO ACT-VAR1-CODE.
           READ VAR1-ACCOUNTS
               INVALID KEY
                   PERFORM SET-ACCOUNT-FIELDS
                   MOVE SPACE TO ACT-FILLER-1
                   MOVE SPACE TO ACT-FILLER-2
                   MOVE SPACE TO ACT-FILLER-3
                   MOVE SPACE TO ACT-FILLER-4
                   MOVE SPACE TO ACT-FILLER-5
                   WRITE VAR1-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE "R103" TO CREJ-REASON-CODE
                           MOVE "MAPPING WRITE FAILED"
                               TO CREJ-REASON-TEXT
                           PERFORM WRITE-ACCOUNT-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "ADDED    " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-WRITE
               NOT INVALID KEY
                   MOVE "R101" TO CREJ-REASON-CODE
                   MOVE "CODE ALREADY EXISTS" TO CREJ-REASON-TEXT
                   PERFORM WRITE-ACCOUNT-REJECT
           END-READ.

       PROCESS-CHANGE.
           MOVE ATX-VAR1-CODE TO ACT-VAR1-CODE.
           READ VAR1-ACCOUNTS
               INVALID KEY
                   MOVE "R102" TO CREJ-REASON-CODE
                   MOVE "CODE NOT FOUND" TO CREJ-REASON-TEXT
                   PERFORM WRITE-ACCOUNT-REJECT
               NOT INVALID KEY
                   PERFORM SET-ACCOUNT-FIELDS
                   REWRITE VAR1-ACCOUNT-RECORD
                       INVALID KEY
                           MOVE "R103" TO CREJ-REASON-CODE
                           MOVE "MAPPING REWRITE FAILED"
                               TO CREJ-REASON-TEXT
                           PERFORM WRITE-ACCOUNT-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE "CHANGED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-REWRITE
           END-READ.

       PROCESS-DELETE.
           MOVE ATX-VAR1-CODE TO ACT-VAR1-CODE.
           READ VAR1-ACCOUNTS
               INVALID KEY
                   MOVE "R102" TO CREJ-REASON-CODE
                   MOVE "CODE NOT FOUND" TO CREJ-REASON-TEXT
                   PERFORM WRITE-ACCOUNT-REJECT
               NOT INVALID KEY
                   DELETE VAR1-ACCOUNTS
                       INVALID KEY
                           MOVE "R103" TO CREJ-REASON-CODE
                           MOVE "MAPPING DELETE FAILED"
                               TO CREJ-REASON-TEXT
                           PERFORM WRITE-ACCOUNT-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETED  " TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-ENTRY
                   END-DELETE
           END-READ.

      *    A blank card status defaults the mapping active; only an
      *    explicit I suspends it -- and a suspended mapping stops
      *    the nightly GL extract for any code that posts, which is
      *    the point: a code being retired should not reach the
      *    ledger under accounts nobody is maintaining.
       SET-ACCOUNT-FIELDS.
           MOVE ATX-DEBIT-ACCOUNT TO ACT-DEBIT-ACCOUNT.
           MOVE ATX-CREDIT-ACCOUNT TO ACT-CREDIT-ACCOUNT.
           MOVE ATX-COST-CENTER TO ACT-COST-CENTER.
           IF ATX-STATUS = "I"
               SET ACT-STATUS-INACTIVE TO TRUE
           ELSE
               SET ACT-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-RUN-YYYY TO ACT-LU-YYYY.
           MOVE WS-RUN-MM TO ACT-LU-MM.
           MOVE WS-RUN-DD TO ACT-LU-DD.

      *    The id must be on VAR1AUTH.DAT, active, and granted the
      *    maintain-limits function (AUTHREC), which also covers the
      *    account mapping; any one missing refuses every card in
      *    the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE WS-USER-ID TO AUT-USER-ID.
           READ VAR1-AUTHORITY
               INVALID KEY
                   MOVE "A001" TO WS-AUTH-REASON
               NOT INVALID KEY
                   IF NOT AUT-STATUS-ACTIVE
                       MOVE "A002" TO WS-AUTH-REASON
                   ELSE
                       IF NOT AUT-MAY-MAINTAIN-LIMITS
                           MOVE "A003" TO WS-AUTH-REASON
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-RUN-ID-AUTHORIZED
               DISPLAY "VAR1AMNT - " WS-USER-ID
                   " NOT AUTHORIZED TO MAINTAIN MAPPING - REASON "
                   WS-AUTH-REASON
           END-IF.

      *    A refused card lands on the reject file like any bad
      *    card, but is logged as a type A refusal rather than an M
      *    REJECTED entry, so the quarterly review sees it.
       WRITE-ACCOUNT-REFUSAL.
           MOVE WS-AUTH-REASON TO CREJ-REASON-CODE.
           EVALUATE WS-AUTH-REASON
               WHEN "A001"
                   MOVE "ID NOT ON AUTHORITY FILE"
                       TO CREJ-REASON-TEXT
               WHEN "A002"
                   MOVE "ID AUTHORITY INACTIVE" TO CREJ-REASON-TEXT
               WHEN OTHER
                   MOVE "LIMITS FUNCTION NOT GRANTED"
                       TO CREJ-REASON-TEXT
           END-EVALUATE.
           MOVE ATX-VAR1-CODE TO CREJ-VAR1-CODE.
           MOVE SPACE TO CREJ-FILLER-1.
           MOVE SPACE TO CREJ-FILLER-2.
           WRITE ACCOUNT-REJECT-RECORD.
           ADD 1 TO WS-DENIED-COUNT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-REFUSAL TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE "L" TO AUDIT-REFUSED-FUNCTION.
           MOVE ATX-VAR1-CODE TO AUDIT-REFUSED-CODE.
           MOVE WS-AUTH-REASON TO AUDIT-REFUSED-REASON.
           MOVE "VAR1AMNT" TO AUDIT-REFUSED-PROGRAM.
           WRITE AUDIT-LOG-RECORD.

       WRITE-ACCOUNT-REJECT.
           MOVE ATX-VAR1-CODE TO CREJ-VAR1-CODE.
           MOVE SPACE TO CREJ-FILLER-1.
           MOVE SPACE TO CREJ-FILLER-2.
           WRITE ACCOUNT-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "REJECTED " TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-ENTRY.

      *    Type M maintenance entries on the shared audit trail,
      *    same as VAR1MAINT's and VAR1LMNT's -- the account mapping
      *    decides where every amount lands in the ledger, so it
      *    carries the same who-changed-what exposure as the master.
       WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           SET AUDIT-REC-MAINT TO TRUE.
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-USER-ID TO AUDIT-USER-ID.
           MOVE ATX-TRANS-TYPE TO AUDIT-TRANS-TYPE.
           MOVE ATX-VAR1-CODE TO AUDIT-VAR1-CODE.
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

       END PROGRAM VAR1AMNT.
