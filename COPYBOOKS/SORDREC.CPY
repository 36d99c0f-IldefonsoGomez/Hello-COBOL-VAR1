      ******************************************************************
      * Copybook: SORDREC
      * Shared VAR1SORD.DAT record layout: one standing order -- a
      * recurring VAR1 transaction the source system would otherwise
      * key by hand every cycle. Keyed by VAR1 code plus a two-digit
      * sequence so a code can carry several orders. VAR1SOMT
      * maintains it the same batch way VAR1LMNT maintains the
      * limits; VAR1SOGN reads it against PROCCAL.DAT each day and
      * writes the orders falling due on the coming business day as
      * their own HDR/TRL batch ahead of VALORES.DAT.
      * SOR-FREQUENCY: D every business day, W every seventh day
      * from the start date, M the start date's day of the month
      * (the month's last day when the month is shorter), E the last
      * business day of the month. An occurrence that falls on a
      * holiday or weekend shifts forward to the next business day.
      * SOR-LAST-OCCURRENCE is the scheduled date of the latest
      * occurrence generated and SOR-LAST-BATCH-DATE the business day
      * whose batch carried it; only VAR1SOGN sets them, and they are
      * what stops an occurrence being generated twice.
      ******************************************************************
       01 VAR1-STANDING-ORDER-RECORD.
           05 SOR-KEY.
               10 SOR-VAR1-CODE PIC X(5).
               10 SOR-SEQUENCE PIC 9(2).
           05 SOR-FILLER-1 PIC X.
           05 SOR-AMOUNT PIC 9(7)V99.
           05 SOR-FILLER-2 PIC X.
           05 SOR-TRANS-TYPE PIC X.
              88 SOR-TRANS-POSTING VALUES SPACE "P".
              88 SOR-TRANS-ADJUSTMENT VALUE "J".
           05 SOR-FILLER-3 PIC X.
           05 SOR-FREQUENCY PIC X.
              88 SOR-FREQ-DAILY VALUE "D".
              88 SOR-FREQ-WEEKLY VALUE "W".
              88 SOR-FREQ-MONTHLY VALUE "M".
              88 SOR-FREQ-MONTH-END VALUE "E".
              88 SOR-FREQ-VALID VALUES "D" "W" "M" "E".
           05 SOR-FILLER-4 PIC X.
           05 SOR-START-DATE PIC 9(8).
           05 SOR-FILLER-5 PIC X.
      *    Zero when the order runs until it is suspended or deleted.
           05 SOR-END-DATE PIC 9(8).
           05 SOR-FILLER-6 PIC X.
           05 SOR-STATUS PIC X.
              88 SOR-STATUS-ACTIVE VALUE "A".
              88 SOR-STATUS-SUSPENDED VALUE "S".
           05 SOR-FILLER-7 PIC X.
           05 SOR-LAST-OCCURRENCE PIC 9(8).
           05 SOR-FILLER-8 PIC X.
           05 SOR-LAST-BATCH-DATE PIC 9(8).
           05 SOR-FILLER-9 PIC X.
           05 SOR-LU-DATE.
               10 SOR-LU-YYYY PIC 9(4).
               10 SOR-LU-MM PIC 9(2).
               10 SOR-LU-DD PIC 9(2).
