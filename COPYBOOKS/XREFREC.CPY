      ******************************************************************
      * Copybook: XREFREC
      * Shared VAR1XREF.DAT record layout: one retired VAR1 code and
      * the successor it was merged into, keyed by the retired code.
      * VAR1MAPP writes the entry when a second user approves a
      * staged R (retire) maintenance card, in the same step that
      * marks the old code inactive on the master; VAR1RETR then
      * carries the old code's open items (pending holds, suspense,
      * duplicate suspects, outstanding rejects, the limit record,
      * standing orders) to the successor. History is never
      * rewritten -- VAR1HRPT, VAR1HEXT, and HELLO-COBOL-VAR1's
      * reversal matching read history under a retired code as the
      * successor's through this file. When a successor is itself
      * retired later, VAR1MAPP re-points the entries naming it, so
      * XRF-SUCCESSOR-CODE is always a live code and one lookup
      * settles any chain of merges.
      * XRF-STATUS: A approved, open items not yet carried; C
      * carried by VAR1RETR on XRF-CARRIED-DATE.
      ******************************************************************
       01 VAR1-XREF-RECORD.
           05 XRF-OLD-CODE PIC X(5).
           05 XRF-FILLER-1 PIC X.
           05 XRF-SUCCESSOR-CODE PIC X(5).
           05 XRF-FILLER-2 PIC X.
           05 XRF-STATUS PIC X.
              88 XRF-STATUS-APPROVED VALUE "A".
              88 XRF-STATUS-CARRIED VALUE "C".
           05 XRF-FILLER-3 PIC X.
           05 XRF-RETIRE-DATE PIC 9(8).
           05 XRF-FILLER-4 PIC X.
           05 XRF-SUBMITTER PIC X(20).
           05 XRF-FILLER-5 PIC X.
           05 XRF-APPROVER PIC X(20).
           05 XRF-FILLER-6 PIC X.
           05 XRF-CARRIED-DATE PIC 9(8).
