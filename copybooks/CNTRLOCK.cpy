      *> CNTRLOCK - counter lock record, the single record on
      *> CNTRLOCK.DAT.  Every program that loads COUNTER.DAT, moves a
      *> counter, and saves the file back - AREA1CNT for its run,
      *> AREA1RSV for its request batch, AREA1MNT while applying an
      *> approved reset, and the online issue module AREA1ONL for
      *> each call - takes the lock first and frees it when the save
      *> is done, so no two of them can save over each other's
      *> movements.  The programs that rewrite files the counter run
      *> and online issues append to take it too, so no row is
      *> appended behind their copy-back: AREA1CDX and AREA1CAN while
      *> they rewrite XREF.DAT, AREA1BKO for the whole backout,
      *> AREA1RCV while it rebuilds COUNTER.DAT, AREA1HCS while it
      *> seals the logs, and AREA1HSK while it cuts and truncates the
      *> day's files.
      *> A lock held by another program refuses the caller.  The
      *> batch steps - AREA1CNT, AREA1RSV, AREA1CDX, AREA1RCV, AREA1HCS
      *> and AREA1HSK - run one at a time under the schedule, so a
      *> lock still held by the same step means its earlier attempt
      *> ended without freeing it (an abend) and is taken over with a
      *> warning.  The online and operator programs - AREA1ONL,
      *> AREA1MNT, AREA1BKO and AREA1CAN - can run side by side, so
      *> any holder refuses them; a lock one of them left behind is
      *> freed by the operator with AREA1RCV UNLOCK.  AREA1CNT keeps
      *> the lock across a mid-run halt, since the checkpointed
      *> counters are not on COUNTER.DAT until the restart completes.
      *> A missing file means the lock has never been taken.
       01  COUNTER-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
               88  LCK-COUNTER-HELD             VALUE "H".
               88  LCK-COUNTER-FREE             VALUE "F".
           05  LCK-HOLDER-PROGRAM      PIC X(8).
           05  LCK-HOLDER-RUN-ID       PIC X(8).
           05  LCK-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(42).
