
       DATA DIVISION.
       FILE SECTION.
      *    Same 34-byte VALORES-RECORD layout and HDR/TRL views
      *    HELLO-COBOL-VAR1 reads; details pass through verbatim.
       FD  VALORES-FILE
           RECORDING MODE IS F.
           05 VALORES-TRANS-TYPE PIC X.
           05 VALORES-FILLER-5 PIC X.
           05 VALORES-APPROVAL-FLAG PIC X.
           05 VALORES-FILLER-6 PIC X.
           05 VALORES-CURRENCY PIC X(3).
       01 VALORES-BATCH-HEADER.
           05 VBH-REC-ID PIC X(4).
              88 VBH-IS-HEADER VALUE "HDR ".
           05 VBH-BATCH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 VBH-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15).
       01 VALORES-BATCH-TRAILER.
           05 VBT-REC-ID PIC X(4).
           05 VBT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 VBT-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12).

       FD  STREAM-OUT-1
           RECORDING MODE IS F.
       01 STREAM-1-RECORD PIC X(34).

       FD  STREAM-OUT-2
           RECORDING MODE IS F.
       01 STREAM-2-RECORD PIC X(34).

       FD  STREAM-OUT-3
           RECORDING MODE IS F.
       01 STREAM-3-RECORD PIC X(34).

       FD  STREAM-OUT-4
           RECORDING MODE IS F.
       01 STREAM-4-RECORD PIC X(34).

       FD  SPLIT-CONTROL
           RECORDING MODE IS F.
      *    its SPLTCTL stream record. Stream batch numbers are
      *    990000 plus the stream number -- with the run date on
      *    the header they stay unique day to day, clear of the
      *    999996-999999 numbers the standing-order/recycle/
      *    release/confirm batches claim.
       01 WS-STREAM-TABLE.
           05 WS-STR-COUNT PIC 9(1) VALUE 0.
           05 WS-STR-MAX PIC 9(1) VALUE 4.
           05 SHD-BATCH-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SHD-BATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS-STREAM-TRAILER.
           05 STR-REC-ID PIC X(4) VALUE "TRL ".
           05 STR-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 STR-HASH-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
