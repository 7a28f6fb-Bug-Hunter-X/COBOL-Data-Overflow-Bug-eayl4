      *> value per input transaction, persists the running counters
      *> across runs, and reports overflow / rollover / control-total
      *> exceptions instead of just scrolling them off the console.
      *> The counter lock (CNTRLOCK.DAT) is held from before the
      *> counter is loaded until after it is saved, and across a halt
      *> or abend until the restart completes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.
       FD  RESTART-WORK.
       01  RESTART-WORK-RECORD         PIC X(89).

       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-FILE-STATUS      PIC XX.
           88  WS-COUNTER-FILE-NOT-FOUND        VALUE "35".
       01  WS-CHKP-FILE-STATUS         PIC XX.
           88  WS-CHKP-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-SKIP-BALANCING-FLAG      PIC X    VALUE "N".
           88  WS-BALANCING-SKIPPED             VALUE "Y".

       01  WS-AREA-3                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-PRIOR-AREA-1             PIC 9(11) COMP-3 VALUE 0.

      *> Document-number check digit for the value just assigned,
      *> derived by AREA1CDG as soon as the value moves and carried
      *> onto the cross-reference and extract rows for it.
           COPY CHKDGT.

           COPY HASHPRM.

      *> One entry per counter series.  A transaction with a blank
      *> series code (or a counter record written before series
      *> support) belongs to the default series "GEN".
                   PERFORM 3000-RECONCILE-CONTROL-TOTALS
                   PERFORM 4000-FINALIZE
               END-IF
           ELSE
      *> A fresh run refused during initialization has moved nothing
      *> and frees the counter again.  A refused restart keeps the
      *> lock - the abended run's checkpointed counters are still
      *> not on COUNTER.DAT.
               IF WS-COUNTER-LOCKED-HERE AND NOT WS-RESTART-MODE
                   PERFORM 4500-RELEASE-COUNTER-LOCK
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-ID-SUFFIX
           PERFORM 1050-ACQUIRE-COUNTER-LOCK
           IF NOT WS-ABORT-RUN
               PERFORM 1100-LOAD-PERSISTED-COUNTER
               PERFORM 1150-CHECK-FOR-RESTART
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-THRESHOLD-PARAMETER
           END-IF
               END-IF
           END-IF.

       1050-ACQUIRE-COUNTER-LOCK.
      *> The counter is held from before it is loaded until after it
      *> is saved, so a reservation, an approved reset or an online
      *> issue can neither be saved over by this run nor save over
      *> it.  A lock still held by AREA1CNT was left by an abended
      *> run - this run is its restart and carries on with it.
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
                           IF LCK-HOLDER-PROGRAM = "AREA1CNT"
                               DISPLAY "*** COUNTER LOCK LEFT BY RUN "
                                   LCK-HOLDER-RUN-ID
                                   " - TAKEN OVER ***"
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
                   " - RUN REFUSED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1CNT" TO LCK-HOLDER-PROGRAM
               MOVE WS-RUN-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1100-LOAD-PERSISTED-COUNTER.
      *> A missing or empty counter file just means no series has
      *> been assigned a number yet - each series is created at zero
           IF WS-OVERFLOW-FILE-NOT-FOUND
               OPEN OUTPUT OVERFLOW-EXCEPTIONS
           END-IF
      *> The audit chain is picked up from the log as it stands
      *> (after any restart trim) and carried in HCP-PRIOR-HASH for
      *> the rest of the run, checkpoint re-opens included.
           MOVE "AUDITLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
               ADD 1 TO WS-TRAN-COUNT
               MOVE WS-AREA-1 TO WS-PRIOR-AREA-1
               ADD 1 TO WS-AREA-1
               PERFORM 2230-DERIVE-CHECK-DIGIT
               IF WS-AREA-1 > WS-THRESHOLD
                   SET WS-OVERFLOW-YES TO TRUE
                   PERFORM 2400-MOVE-TO-AREA-2
           MOVE WS-AREA-2 TO WS-SER-AREA-2 (WS-SERIES-SUB)
           MOVE WS-AREA-3 TO WS-SER-AREA-3 (WS-SERIES-SUB).

       2230-DERIVE-CHECK-DIGIT.
           MOVE WS-AREA-1 TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS.

       2300-WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-PRIOR-AREA-1 TO AUD-PRIOR-AREA-1
           MOVE WS-EVENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-CURRENT-SERIES TO AUD-SERIES-ID
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE AUDIT-LOG-RECORD TO HCP-RECORD-IMAGE
           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
           MOVE HCP-CHAIN-HASH TO AUD-CHAIN-HASH
           MOVE HCP-CHAIN-HASH TO HCP-PRIOR-HASH
           WRITE AUDIT-LOG-RECORD.

       2350-WRITE-XREF-RECORD.
           MOVE WS-AREA-1 TO XRF-AREA-1-VALUE
           MOVE WS-RUN-ID TO XRF-RUN-ID
           MOVE WS-EVENT-TIMESTAMP TO XRF-TIMESTAMP
           MOVE CDG-CHECK-DIGIT TO XRF-CHECK-DIGIT
           WRITE XREF-RECORD
      *> The keyed companion gets the same assignment, so the edit's
      *> duplicate probe and the operator lookups see it without
               MOVE WS-CURRENT-SERIES TO XRK-SERIES-ID
               MOVE WS-AREA-1 TO XRK-AREA-1-VALUE
               MOVE WS-RUN-ID TO XRK-RUN-ID
               MOVE CDG-CHECK-DIGIT TO XRK-CHECK-DIGIT
               WRITE XREF-KEY-RECORD
      *> A restart re-processes the tail of the input and re-writes
      *> rows the abended attempt already keyed - the same key with
           MOVE WS-CURRENT-DATE-TIME(1:8) TO EXT-DATE-STAMP
           MOVE WS-RUN-ID TO EXT-RUN-ID
           MOVE WS-CURRENT-SERIES TO EXT-SERIES-ID
      *> The TRAN-ID and absolute number travel with the value so a
      *> later cancellation notice can be matched to this record.
           MOVE TRAN-ID TO EXT-TRAN-ID
           MOVE WS-AREA-1 TO EXT-AREA-1-VALUE
           MOVE WS-AREA-1 TO EXT-DOC-AREA-1-VALUE
           MOVE "-" TO EXT-DOC-SEPARATOR
           MOVE CDG-CHECK-DIGIT TO EXT-DOC-CHECK-DIGIT
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

           CLOSE XREF-FILE
           IF WS-XIDX-OPEN
               CLOSE XREF-INDEX
           END-IF
           PERFORM 4500-RELEASE-COUNTER-LOCK.

       4050-DISPLAY-SERIES-TOTAL.
           DISPLAY "FINAL WS-AREA-1, SERIES "
           MOVE WS-SER-AREA-3 (WS-SAVE-SUB) TO CHX-AREA-3-FINAL
           MOVE WS-TRAN-COUNT TO CHX-TRANS-PROCESSED
           WRITE COUNTER-HISTORY-RECORD.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1CNT" TO LCK-HOLDER-PROGRAM
           MOVE WS-RUN-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.
