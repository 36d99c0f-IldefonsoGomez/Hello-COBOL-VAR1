      ******************************************************************
      * Copybook: HCTLREC
      * Shared VAR1HCTL.DAT record layout: the running log of what has
      * been done to the keyed history store. It is only ever
      * appended to, so the latest entry for a load or a year is its
      * current state.
      *   L - VAR1HLOD load of one night's history. Written S when
      *       the load starts and C, with the count and net amount
      *       loaded, when it finishes. A load left at S is resumed
      *       under the same load number by the next VAR1HLOD run.
      *   Y - VAR1HROL year-end roll of HCT-ROLL-YEAR. Written A when
      *       the year's records have been copied out and proven per
      *       code, P when the archive generation has been proven
      *       against the store and the purge of the year begins, and
      *       C when the purge is done. A year at P or C is served
      *       from the VAR1HARC archive generations, not the store;
      *       HCT-HIST-RUN-DATE on a Y entry is the latest posting
      *       run date in the archived year, which tells VAR1HEXT
      *       when a date range reaches back into the archive.
      ******************************************************************
       01 VAR1-HISTORY-CONTROL-RECORD.
           05 HCT-REC-TYPE PIC X.
              88 HCT-REC-LOAD VALUE "L".
              88 HCT-REC-ROLL VALUE "Y".
           05 HCT-FILLER-1 PIC X.
           05 HCT-STATE PIC X.
              88 HCT-STATE-STARTED VALUE "S".
              88 HCT-STATE-ARCHIVED VALUE "A".
              88 HCT-STATE-PURGING VALUE "P".
              88 HCT-STATE-COMPLETE VALUE "C".
           05 HCT-FILLER-2 PIC X.
           05 HCT-STAMP-DATE PIC 9(8).
           05 HCT-FILLER-3 PIC X.
           05 HCT-STAMP-TIME PIC 9(8).
           05 HCT-FILLER-4 PIC X.
           05 HCT-LOAD-NUMBER PIC 9(5).
           05 HCT-FILLER-5 PIC X.
           05 HCT-ROLL-YEAR PIC 9(4).
           05 HCT-FILLER-6 PIC X.
           05 HCT-HIST-RUN-DATE PIC 9(8).
           05 HCT-FILLER-7 PIC X.
           05 HCT-RECORD-COUNT PIC 9(9).
           05 HCT-FILLER-8 PIC X.
           05 HCT-NET-AMOUNT PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05 HCT-FILLER-9 PIC X.
           05 HCT-USER-ID PIC X(20).
