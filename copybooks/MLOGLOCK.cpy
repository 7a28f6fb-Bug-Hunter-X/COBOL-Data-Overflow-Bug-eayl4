      *> MLOGLOCK - maintenance log lock record, the single record on
      *> MLOGLOCK.DAT.  MAINTLOG.DAT is hash-chained, so finding the
      *> chain head (AREA1CHD) and appending the next record must be
      *> one step: every program that writes, rewrites or truncates
      *> the log - AREA1MNT, AREA1ADM, AREA1BKO, AREA1HCS and AREA1HSK
      *> - takes this lock first and frees it as soon as the log is
      *> closed.  It is separate from the counter lock because the
      *> counter run holds that for the whole run, and maintenance
      *> and administration must not wait on it.  A program needing
      *> both takes the counter lock first.
      *> A lock held by another program refuses the caller.  The
      *> batch steps AREA1HCS and AREA1HSK take over a lock still
      *> held by the same step, which means its earlier attempt ended
      *> without freeing it (an abend), with a warning.  AREA1MNT,
      *> AREA1ADM and AREA1BKO are run by operators side by side, so
      *> any holder refuses them; a lock one of them left behind is
      *> freed by the operator with AREA1RCV UNLOCK.  A missing file
      *> means the lock has never been taken.
       01  MAINT-LOG-LOCK-RECORD.
           05  MLK-STATUS              PIC X.
               88  MLK-LOG-HELD                 VALUE "H".
               88  MLK-LOG-FREE                 VALUE "F".
           05  MLK-HOLDER-PROGRAM      PIC X(8).
           05  MLK-HOLDER-RUN-ID       PIC X(8).
           05  MLK-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(42).
