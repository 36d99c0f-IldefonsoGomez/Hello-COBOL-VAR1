      ******************************************************************
      * Copybook: AUTHREC
      * Shared VAR1AUTH.DAT record layout: one operator id and the
      * supervisor/operator functions it may perform, keyed by the
      * id as it appears in the SYSIN run-id columns (or, for
      * VAR1MAPP, on the approval card). Every program that acts on
      * an operator's say-so reads it before honoring a card, and a
      * card from an id that is not on file, is inactive, or lacks
      * the function is refused and logged to AUDITLOG.DAT as a
      * type A entry. VAR1ATMT maintains it the same batch way
      * VAR1LMNT maintains the limits; VAR1ATRP lists it with the
      * refusals for the quarterly review.
      * Each AUT-FUNCTION-FLAG is Y (granted) or N, in this fixed
      * order, which is also the order of the flag columns on a
      * VAR1ATMT card and the letters VAR1ATRP prints:
      *   1 S stage master changes          VAR1MAINT
      *   2 A approve/void master changes   VAR1MAPP
      *   3 R release/refuse suspense       VAR1SREL
      *   4 D confirm/dismiss duplicates    VAR1DCFM
      *   5 C correct and recycle rejects   VAR1RCYC
      *   6 P close/reopen periods          VAR1CLOS
      *   7 L maintain code limits          VAR1LMNT
      *       and exchange rates            VAR1FXMT
      *       and standing orders           VAR1SOMT
      *       and GL account mapping        VAR1AMNT
      *   8 X run history extracts          VAR1HEXT
      *   9 U maintain this authority file  VAR1ATMT
      * AUT-AMOUNT-CEILING caps the amount the id may act on where a
      * function moves money -- the largest suspense item it may
      * release, duplicate it may confirm, corrected reject it may
      * recycle, limit it may set, or standing order it may set up.
      * Zero means no ceiling.
      ******************************************************************
       01 VAR1-AUTHORITY-RECORD.
           05 AUT-USER-ID PIC X(20).
           05 AUT-FILLER-1 PIC X.
           05 AUT-FUNCTION-FLAGS.
               10 AUT-STAGE-MAINT PIC X.
                  88 AUT-MAY-STAGE-MAINT VALUE "Y".
               10 AUT-APPROVE-MAINT PIC X.
                  88 AUT-MAY-APPROVE-MAINT VALUE "Y".
               10 AUT-RELEASE-SUSPENSE PIC X.
                  88 AUT-MAY-RELEASE-SUSPENSE VALUE "Y".
               10 AUT-CONFIRM-DUPS PIC X.
                  88 AUT-MAY-CONFIRM-DUPS VALUE "Y".
               10 AUT-CORRECT-REJECTS PIC X.
                  88 AUT-MAY-CORRECT-REJECTS VALUE "Y".
               10 AUT-CLOSE-PERIODS PIC X.
                  88 AUT-MAY-CLOSE-PERIODS VALUE "Y".
               10 AUT-MAINTAIN-LIMITS PIC X.
                  88 AUT-MAY-MAINTAIN-LIMITS VALUE "Y".
               10 AUT-RUN-EXTRACTS PIC X.
                  88 AUT-MAY-RUN-EXTRACTS VALUE "Y".
               10 AUT-MAINTAIN-AUTHORITY PIC X.
                  88 AUT-MAY-MAINTAIN-AUTHORITY VALUE "Y".
      *    Subscripted view of the same nine flags, for the programs
      *    that walk them in order (VAR1ATMT, VAR1ATRP).
           05 AUT-FUNCTION-TABLE REDEFINES AUT-FUNCTION-FLAGS.
               10 AUT-FUNCTION-FLAG PIC X OCCURS 9 TIMES.
           05 AUT-FILLER-2 PIC X.
           05 AUT-AMOUNT-CEILING PIC 9(9)V99.
           05 AUT-FILLER-3 PIC X.
           05 AUT-STATUS PIC X.
              88 AUT-STATUS-ACTIVE VALUE "A".
              88 AUT-STATUS-INACTIVE VALUE "I".
           05 AUT-FILLER-4 PIC X.
           05 AUT-GRANTED-BY PIC X(20).
           05 AUT-FILLER-5 PIC X.
           05 AUT-LU-DATE.
               10 AUT-LU-YYYY PIC 9(4).
               10 AUT-LU-MM PIC 9(2).
               10 AUT-LU-DD PIC 9(2).
