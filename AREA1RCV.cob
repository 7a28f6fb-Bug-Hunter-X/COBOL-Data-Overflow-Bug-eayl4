      *> VERIFY mode compares a healthy COUNTER.DAT against the
      *> derivation and reports drift; REBUILD mode writes the
      *> derivation over COUNTER.DAT.
      *> A REBUILD holds the counter lock (CNTRLOCK.DAT) from before
      *> the trails are read until the file is written, so no counter
      *> run, reservation or online issue can move a counter the
      *> rebuild would then write over; it is refused while another
      *> program holds the lock.  VERIFY only reads and takes no lock.
      *> UNLOCK frees the counter lock and the maintenance log lock
      *> (MLOGLOCK.DAT) left held by a run that ended without
      *> freeing them, naming each holder as it goes.  The operator
      *> runs it only once the holder is known to have ended - the
      *> online and operator programs never take over a lock
      *> themselves.  A counter lock held by AREA1CNT with a restart
      *> still pending is not freed: the restart takes it back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "RCVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHK-STATUS              PIC X.
               88  CHK-ACTIVE-CHECKPOINT        VALUE "A".
           05  FILLER                  PIC X(79).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-RUN-MODE           PIC X(8).
           05  MLOG-RESULT-FLAG        PIC 9.
           05  MLOG-TIMESTAMP          PIC X(21).
           05  MLOG-SERIES-ID          PIC X(3).
           05  FILLER                  PIC X(8).
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       FD  RESERVATION-LEDGER.
           COPY RESVLEDG.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOG-LOCK-FILE-STATUS     PIC XX.
           88  WS-LOG-LOCK-FILE-NOT-FOUND       VALUE "35".

       01  WS-CHKP-FILE-STATUS         PIC XX.
           88  WS-CHKP-FILE-NOT-FOUND           VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-RESTART-FLAG             PIC X    VALUE "N".
           88  WS-RESTART-PENDING               VALUE "Y".

       01  WS-CURRENT-DATE-TIME        PIC X(21).

       01  WS-RECOVERY-ID.
           05  FILLER                  PIC X    VALUE "R".
           05  WS-RECOVERY-ID-SUFFIX   PIC X(6).

       01  WS-EOF-ARCHIVE              PIC X    VALUE "N".
           88  WS-END-OF-ARCHIVE                VALUE "Y".

       01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
           88  WS-REBUILD-MODE                  VALUE "REBUILD".
           88  WS-VERIFY-MODE                   VALUE "VERIFY".
           88  WS-UNLOCK-MODE                   VALUE "UNLOCK".

      *> Archived audit images carry the same layout as the live
      *> audit log; this mirror lets one derivation paragraph serve
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN AND WS-UNLOCK-MODE
               PERFORM 6000-FREE-LEFT-LOCKS
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-UNLOCK-MODE
               PERFORM 2000-DERIVE-FROM-AUDIT-TRAIL
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-UNLOCK-MODE
               PERFORM 2500-RAISE-FOR-RESERVATIONS
           END-IF
      *> A derivation cut short by a torn trail row or a full table
      *> must never reach the counter file - a REBUILD from partial
      *> figures would overwrite the single live counter copy with
      *> exactly the loss this program exists to repair.
           IF NOT WS-ABORT-RUN AND NOT WS-UNLOCK-MODE
               PERFORM 2700-DERIVE-AREA-3
                   VARYING WS-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
               END-IF
               PERFORM 5000-FINALIZE
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           END-IF
           IF NOT WS-ABORT-RUN
               AND NOT WS-REBUILD-MODE AND NOT WS-VERIFY-MODE
               AND NOT WS-UNLOCK-MODE
               DISPLAY "*** RECOVERY MODE MUST BE REBUILD, VERIFY"
                   " OR UNLOCK ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-ABORT-RUN AND WS-REBUILD-MODE
               PERFORM 1050-ACQUIRE-COUNTER-LOCK
               IF WS-LOCK-REFUSED
                   DISPLAY "*** COUNTER REBUILD REFUSED -"
                       " COUNTER IN USE ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-UNLOCK-MODE
               OPEN OUTPUT RECOVERY-REPORT
           END-IF.

       1050-ACQUIRE-COUNTER-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RECOVERY-ID-SUFFIX
           MOVE "N" TO WS-LOCK-REFUSED-FLAG
           OPEN INPUT COUNTER-LOCK-FILE
           IF WS-LOCK-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ COUNTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-COUNTER-HELD
                           IF LCK-HOLDER-PROGRAM = "AREA1RCV"
                               DISPLAY "*** COUNTER LOCK LEFT BY AN"
                                   " EARLIER AREA1RCV AT "
                                   LCK-TIMESTAMP " - TAKEN OVER ***"
                           ELSE
                               SET WS-LOCK-REFUSED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE COUNTER-LOCK-FILE
           END-IF
           IF WS-LOCK-REFUSED
               DISPLAY "*** COUNTER HELD BY " LCK-HOLDER-PROGRAM
                   " " LCK-HOLDER-RUN-ID " SINCE " LCK-TIMESTAMP
                   " ***"
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1RCV" TO LCK-HOLDER-PROGRAM
               MOVE WS-RECOVERY-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       2000-DERIVE-FROM-AUDIT-TRAIL.
      *> Archived generations first, live files after - and every
      *> apply is guarded by the source record's own timestamp, so
           MOVE WS-RCV-SER-ID (WS-SAVE-SUB) TO CTR-SERIES-ID
           WRITE COUNTER-RECORD.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1RCV" TO LCK-HOLDER-PROGRAM
           MOVE WS-RECOVERY-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       5000-FINALIZE.
           CLOSE RECOVERY-REPORT
           DISPLAY "ARCHIVED AUDIT RECORDS READ: "
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       6000-FREE-LEFT-LOCKS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RECOVERY-ID-SUFFIX
           PERFORM 6100-FREE-COUNTER-LOCK
           PERFORM 6200-FREE-LOG-LOCK.

       6100-FREE-COUNTER-LOCK.
           OPEN INPUT COUNTER-LOCK-FILE
           IF WS-LOCK-FILE-NOT-FOUND
               MOVE SPACES TO COUNTER-LOCK-RECORD
           ELSE
               READ COUNTER-LOCK-FILE
                   AT END
                       MOVE SPACES TO COUNTER-LOCK-RECORD
               END-READ
               CLOSE COUNTER-LOCK-FILE
           END-IF
           IF LCK-COUNTER-HELD AND LCK-HOLDER-PROGRAM = "AREA1CNT"
               PERFORM 6110-CHECK-FOR-ACTIVE-RESTART
           END-IF
           EVALUATE TRUE
               WHEN NOT LCK-COUNTER-HELD
                   DISPLAY "COUNTER LOCK NOT HELD"
               WHEN WS-RESTART-PENDING
                   DISPLAY "*** COUNTER HELD BY AREA1CNT "
                       LCK-HOLDER-RUN-ID " WITH A RESTART PENDING"
                       " - RESTART THE RUN, LOCK NOT FREED ***"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COUNTER LOCK HELD BY " LCK-HOLDER-PROGRAM
                       " " LCK-HOLDER-RUN-ID " SINCE " LCK-TIMESTAMP
                       " - FREED"
                   OPEN OUTPUT COUNTER-LOCK-FILE
                   MOVE SPACES TO COUNTER-LOCK-RECORD
                   SET LCK-COUNTER-FREE TO TRUE
                   MOVE "AREA1RCV" TO LCK-HOLDER-PROGRAM
                   MOVE WS-RECOVERY-ID TO LCK-HOLDER-RUN-ID
                   MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
                   WRITE COUNTER-LOCK-RECORD
                   CLOSE COUNTER-LOCK-FILE
           END-EVALUATE.

       6110-CHECK-FOR-ACTIVE-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKP-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-ACTIVE-CHECKPOINT
                           SET WS-RESTART-PENDING TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       6200-FREE-LOG-LOCK.
           OPEN INPUT MAINT-LOG-LOCK-FILE
           IF WS-LOG-LOCK-FILE-NOT-FOUND
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           ELSE
               READ MAINT-LOG-LOCK-FILE
                   AT END
                       MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               END-READ
               CLOSE MAINT-LOG-LOCK-FILE
           END-IF
           IF MLK-LOG-HELD
               DISPLAY "MAINTENANCE LOG LOCK HELD BY "
                   MLK-HOLDER-PROGRAM " " MLK-HOLDER-RUN-ID
                   " SINCE " MLK-TIMESTAMP " - FREED"
               OPEN OUTPUT MAINT-LOG-LOCK-FILE
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               SET MLK-LOG-FREE TO TRUE
               MOVE "AREA1RCV" TO MLK-HOLDER-PROGRAM
               MOVE WS-RECOVERY-ID TO MLK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
           ELSE
               DISPLAY "MAINTENANCE LOG LOCK NOT HELD"
           END-IF.
