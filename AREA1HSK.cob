      *> in the housekeeping parameter file.  The archive store is a
      *> single file of tagged records rather than one file per
      *> generation, so no run-time file names are ever constructed.
      *>
      *> AUDITLOG.DAT and MAINTLOG.DAT are hash-chained (AREA1HSH).
      *> Once the logs are sealed, the cut keeps the chain unbroken
      *> across the archive: the hash of the last record cut from
      *> each log is carried on HASHCHN.DAT for the first record of
      *> the emptied live log to chain from, and the purge records
      *> the hash of the last record it drops, which the oldest
      *> retained record chains from.  AREA1HCV walks the lot.
      *>
      *> The counter lock (CNTRLOCK.DAT) and the maintenance log lock
      *> (MLOGLOCK.DAT) are held from before the chain heads are read
      *> until the last live file is truncated, so no counter run,
      *> online issue, cancellation or maintenance action can append
      *> a record between the cut and the truncation - it would be
      *> lost, and the carry hash would no longer be the head of the
      *> chain.  Housekeeping is refused while either is held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "HSKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT HASH-CHAIN-FILE ASSIGN TO "HASHCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-RETENTION-X        PIC X(5).
       FD  ARCHIVE-WORK.
       01  ARCHIVE-WORK-RECORD         PIC X(105).

       FD  HASH-CHAIN-FILE.
           COPY HASHCHN.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOG-LOCK-FILE-STATUS     PIC XX.
           88  WS-LOG-LOCK-FILE-NOT-FOUND       VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-WORK-FILE-STATUS         PIC XX.
           88  WS-WORK-FILE-NOT-FOUND           VALUE "35".

       01  WS-CHAIN-FILE-STATUS        PIC XX.
           88  WS-CHAIN-FILE-NOT-FOUND          VALUE "35".

       01  WS-CHAIN-SEALED-FLAG        PIC X    VALUE "N".
           88  WS-CHAINS-SEALED                 VALUE "Y".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-LOG-LOCK-HELD-FLAG       PIC X    VALUE "N".
           88  WS-LOG-LOCKED-HERE               VALUE "Y".

       01  WS-LOG-LOCK-REFUSED-FLAG    PIC X    VALUE "N".
           88  WS-LOG-LOCK-REFUSED              VALUE "Y".

       01  WS-EOF-LIVE                 PIC X    VALUE "N".
           88  WS-END-OF-LIVE-FILE              VALUE "Y".


       01  WS-CURRENT-DATE-TIME        PIC X(21).

      *> Chain heads as loaded from HASHCHN.DAT and moved on by the
      *> cut and the purge.  The hash sits at offset 65 of an audit
      *> image and offset 60 of a maintenance-log image.
       01  WS-CHAIN-HEADS.
           05  WS-AUDIT-CARRY-HASH     PIC X(18) VALUE SPACES.
           05  WS-AUDIT-ANCHOR-HASH    PIC X(18) VALUE SPACES.
           05  WS-AUDIT-SEALED-DATE    PIC X(8)  VALUE SPACES.
           05  WS-MAINT-CARRY-HASH     PIC X(18) VALUE SPACES.
           05  WS-MAINT-ANCHOR-HASH    PIC X(18) VALUE SPACES.
           05  WS-MAINT-SEALED-DATE    PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-CUT-ALL-FILES
           END-IF
      *> The purge touches only the archive store and the anchor
      *> hashes, which no other program writes - the locks go as
      *> soon as the live files are truncated.
           IF WS-LOG-LOCKED-HERE
               PERFORM 4600-RELEASE-LOG-LOCK
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 6000-PURGE-EXPIRED-GENERATIONS
               PERFORM 7000-FINALIZE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-CHECK-FOR-ACTIVE-RESTART
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1400-ACQUIRE-COUNTER-LOCK
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1500-ACQUIRE-LOG-LOCK
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-CHAIN-HEADS
           END-IF
           IF NOT WS-ABORT-RUN
               COMPUTE WS-CUTOFF-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
               CLOSE CHECKPOINT-FILE
           END-IF.

       1300-LOAD-CHAIN-HEADS.
      *> No HASHCHN.DAT means the logs have not been sealed yet -
      *> AREA1HCS chains the archive and the live logs when it does,
      *> so there is nothing to carry until then.
           OPEN INPUT HASH-CHAIN-FILE
           IF WS-CHAIN-FILE-NOT-FOUND
               CONTINUE
           ELSE
               SET WS-CHAINS-SEALED TO TRUE
               MOVE "N" TO WS-EOF-ARCHIVE
               PERFORM 1310-READ-ONE-CHAIN-HEAD
                   UNTIL WS-END-OF-ARCHIVE
               CLOSE HASH-CHAIN-FILE
           END-IF.

       1310-READ-ONE-CHAIN-HEAD.
           READ HASH-CHAIN-FILE
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   EVALUATE HCH-LOG-ID
                       WHEN "AUDITLOG"
                           MOVE HCH-CARRY-HASH TO WS-AUDIT-CARRY-HASH
                           MOVE HCH-ANCHOR-HASH
                               TO WS-AUDIT-ANCHOR-HASH
                           MOVE HCH-SEALED-DATE
                               TO WS-AUDIT-SEALED-DATE
                       WHEN "MAINTLOG"
                           MOVE HCH-CARRY-HASH TO WS-MAINT-CARRY-HASH
                           MOVE HCH-ANCHOR-HASH
                               TO WS-MAINT-ANCHOR-HASH
                           MOVE HCH-SEALED-DATE
                               TO WS-MAINT-SEALED-DATE
                   END-EVALUATE
           END-READ.

       1400-ACQUIRE-COUNTER-LOCK.
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
                           IF LCK-HOLDER-PROGRAM = "AREA1HSK"
                               DISPLAY "*** COUNTER LOCK LEFT BY AN"
                                   " EARLIER AREA1HSK AT "
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
               DISPLAY "*** HOUSEKEEPING REFUSED - COUNTER IN USE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1HSK" TO LCK-HOLDER-PROGRAM
               MOVE WS-CUT-DATE TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1500-ACQUIRE-LOG-LOCK.
           MOVE "N" TO WS-LOG-LOCK-REFUSED-FLAG
           OPEN INPUT MAINT-LOG-LOCK-FILE
           IF WS-LOG-LOCK-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ MAINT-LOG-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MLK-LOG-HELD
                           IF MLK-HOLDER-PROGRAM = "AREA1HSK"
                               DISPLAY "*** MAINTENANCE LOG LOCK LEFT"
                                   " BY AN EARLIER AREA1HSK AT "
                                   MLK-TIMESTAMP " - TAKEN OVER ***"
                           ELSE
                               SET WS-LOG-LOCK-REFUSED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE MAINT-LOG-LOCK-FILE
           END-IF
           IF WS-LOG-LOCK-REFUSED
               DISPLAY "*** MAINTENANCE LOG HELD BY "
                   MLK-HOLDER-PROGRAM " " MLK-HOLDER-RUN-ID
                   " SINCE " MLK-TIMESTAMP " ***"
               DISPLAY "*** HOUSEKEEPING REFUSED - MAINTENANCE LOG IN"
                   " USE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MAINT-LOG-LOCK-FILE
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               SET MLK-LOG-HELD TO TRUE
               MOVE "AREA1HSK" TO MLK-HOLDER-PROGRAM
               MOVE WS-CUT-DATE TO MLK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
               SET WS-LOG-LOCKED-HERE TO TRUE
           END-IF.

       2000-CUT-ALL-FILES.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-NOT-FOUND
      *> worst a duplicate generation to purge by hand.
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-INDEX
      *> The carry hashes go down before the live logs are emptied:
      *> the next record appended to an empty log chains from them.
           IF WS-CHAINS-SEALED
               PERFORM 2300-SAVE-CHAIN-HEADS
           END-IF
           PERFORM 2200-TRUNCATE-NEXT-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 5.
               PERFORM 3500-TRUNCATE-LIVE-FILE
           END-IF.

       2300-SAVE-CHAIN-HEADS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT HASH-CHAIN-FILE
           MOVE SPACES TO HASH-CHAIN-HEAD-RECORD
           MOVE "AUDITLOG" TO HCH-LOG-ID
           MOVE WS-AUDIT-CARRY-HASH TO HCH-CARRY-HASH
           MOVE WS-AUDIT-ANCHOR-HASH TO HCH-ANCHOR-HASH
           MOVE WS-AUDIT-SEALED-DATE TO HCH-SEALED-DATE
           MOVE WS-CURRENT-DATE-TIME TO HCH-TIMESTAMP
           WRITE HASH-CHAIN-HEAD-RECORD
           MOVE SPACES TO HASH-CHAIN-HEAD-RECORD
           MOVE "MAINTLOG" TO HCH-LOG-ID
           MOVE WS-MAINT-CARRY-HASH TO HCH-CARRY-HASH
           MOVE WS-MAINT-ANCHOR-HASH TO HCH-ANCHOR-HASH
           MOVE WS-MAINT-SEALED-DATE TO HCH-SEALED-DATE
           MOVE WS-CURRENT-DATE-TIME TO HCH-TIMESTAMP
           WRITE HASH-CHAIN-HEAD-RECORD
           CLOSE HASH-CHAIN-FILE.

       3000-CUT-ONE-FILE.
           MOVE 0 TO WS-CUT-COUNT
           MOVE "N" TO WS-EOF-LIVE
                           SET WS-END-OF-LIVE-FILE TO TRUE
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-RECORD-IMAGE
                           MOVE AUDIT-LOG-RECORD(65:18)
                               TO WS-AUDIT-CARRY-HASH
                   END-READ
               WHEN "EXTRACT"
                   READ EXTRACT-FILE
                           SET WS-END-OF-LIVE-FILE TO TRUE
                       NOT AT END
                           MOVE MAINT-LOG-RECORD TO WS-RECORD-IMAGE
                           MOVE MAINT-LOG-RECORD(60:18)
                               TO WS-MAINT-CARRY-HASH
                   END-READ
           END-EVALUATE
           IF NOT WS-END-OF-LIVE-FILE
                   CLOSE MAINT-LOG
           END-EVALUATE.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1HSK" TO LCK-HOLDER-PROGRAM
           MOVE WS-CUT-DATE TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       4600-RELEASE-LOG-LOCK.
           OPEN OUTPUT MAINT-LOG-LOCK-FILE
           MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           SET MLK-LOG-FREE TO TRUE
           MOVE "AREA1HSK" TO MLK-HOLDER-PROGRAM
           MOVE WS-CUT-DATE TO MLK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
           WRITE MAINT-LOG-LOCK-RECORD
           CLOSE MAINT-LOG-LOCK-FILE
           MOVE "N" TO WS-LOG-LOCK-HELD-FLAG.

       6000-PURGE-EXPIRED-GENERATIONS.
           PERFORM 6100-PURGE-ARCHIVE-STORE
           PERFORM 6200-PURGE-ARCHIVE-INDEX.
               CLOSE ARCHIVE-FILE
               CLOSE ARCHIVE-WORK
               PERFORM 6120-COPY-WORK-TO-ARCHIVE
               IF WS-CHAINS-SEALED AND WS-PURGED-COUNT > 0
                   PERFORM 2300-SAVE-CHAIN-HEADS
               END-IF
               DISPLAY "ARCHIVE RECORDS KEPT  : " WS-KEPT-COUNT
               DISPLAY "ARCHIVE RECORDS PURGED: " WS-PURGED-COUNT
           END-IF.
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       ADD 1 TO WS-PURGED-COUNT
                       PERFORM 6115-NOTE-PURGED-CHAIN-HASH
                   END-IF
           END-READ.

       6115-NOTE-PURGED-CHAIN-HASH.
      *> Generations are purged oldest first, so the last record
      *> dropped from a log is the one its oldest survivor chains
      *> from - that hash becomes the log's anchor.
           EVALUATE ARC-FILE-ID
               WHEN "AUDITLOG"
                   MOVE ARC-RECORD-IMAGE(65:18)
                       TO WS-AUDIT-ANCHOR-HASH
               WHEN "MAINTLOG"
                   MOVE ARC-RECORD-IMAGE(60:18)
                       TO WS-MAINT-ANCHOR-HASH
           END-EVALUATE.

       6120-COPY-WORK-TO-ARCHIVE.
           OPEN INPUT ARCHIVE-WORK
           OPEN OUTPUT ARCHIVE-FILE
