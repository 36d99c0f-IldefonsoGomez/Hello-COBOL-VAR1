              88 PDC-TRANS-ADD VALUE "A".
              88 PDC-TRANS-CHANGE VALUE "C".
              88 PDC-TRANS-DELETE VALUE "D".
      *       R retires the image's code into the successor named in
      *       the first five description bytes (see XREFREC).
              88 PDC-TRANS-RETIRE VALUE "R".
           05 PDC-FILLER-4 PIC X.
           05 PDC-TRANS-IMAGE PIC X(61).
