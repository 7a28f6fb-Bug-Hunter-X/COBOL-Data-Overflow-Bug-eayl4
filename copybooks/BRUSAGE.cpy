      *> BRUSAGE - branch usage register record, one per number in a
      *> reserved block that its branch office has reported on.
      *> Maintained by AREA1BRR from the branches' usage returns: a
      *> number reported used carries the TRAN-ID of the document it
      *> went out on and the date of use; a spoiled number is a form
      *> destroyed unissued; a number reported unused is still in the
      *> branch's hands and may be reported again later as used or
      *> spoiled.  Used and spoiled are final.  The file is kept in
      *> reservation ID and value order, so each block's numbers sit
      *> together; read by AREA1XRF to answer a lookup inside a
      *> block with the branch's own account of the number.
       01  BRANCH-USAGE-RECORD.
           05  BRU-RESERVE-ID          PIC X(5).
           05  BRU-AREA-1-VALUE        PIC 9(11).
           05  BRU-SERIES-ID           PIC X(3).
           05  BRU-BRANCH-ID           PIC X(8).
           05  BRU-USAGE-STATUS        PIC X.
               88  BRU-NUMBER-USED              VALUE "U".
               88  BRU-NUMBER-SPOILED           VALUE "S".
               88  BRU-NUMBER-UNUSED            VALUE "N".
           05  BRU-TRAN-ID             PIC X(10).
           05  BRU-USAGE-DATE          PIC X(8).
           05  BRU-REPORTED-DATE       PIC X(8).
           05  FILLER                  PIC X(26).
