       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1ONL IS INITIAL.
      *> On-demand number issue for online applications.  CALLed with
      *> the ONLISSUE parameter block naming one TRAN-ID and counter
      *> series; issues the next WS-AREA-1 value for the series at
      *> once instead of waiting for the nightly AREA1CNT run, and
      *> writes exactly the records the batch would have written for
      *> it - audit log, cross-reference (sequential and keyed) and,
      *> when the value crosses the overflow threshold, the extract,
      *> exception and rollover records.
      *>
      *> The series is validated against the series master and the
      *> TRAN-ID against the cross-reference before anything moves;
      *> a refusal writes nothing and tells the caller why.
      *>
      *> Each call takes the counter lock (CNTRLOCK.DAT) for the few
      *> moments it holds COUNTER.DAT, so it can neither save over nor
      *> be saved over by AREA1CNT, AREA1RSV or AREA1MNT.  A busy
      *> counter - whoever holds it, another online call included -
      *> is reported straight back to the caller; the call never
      *> waits.  A counter run awaiting restart is treated as
      *> busy too: its checkpointed counters are ahead of COUNTER.DAT.
      *>
      *> Online issues travel under one run ID per calendar day, "O"
      *> plus YYMMDD.  Each call re-appends that day's "R" run-control
      *> record with the day's running totals, kept in ONLCTL.DAT, so
      *> AREA1ACK (last record per run wins) expects an acknowledgement
      *> for the day's online extract rows like any other run.  No "S"
      *> series-final records are written for an online day - the
      *> series finals belong to the batch runs; AREA1BAL nets online
      *> issues made after a run out of its counter proof, and
      *> AREA1EDT passes over a nightly TRAN-ID already numbered here.
      *> A refused call still returns RETURN-CODE equal to the result.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKP-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "THRESHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SERIES-MASTER ASSIGN TO "SERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT COUNTER-FILE ASSIGN TO "COUNTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

           SELECT ONLINE-CONTROL-FILE ASSIGN TO "ONLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLCTL-FILE-STATUS.

           SELECT OVERFLOW-EXCEPTIONS ASSIGN TO "OVERFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT ROLLOVER-REPORT ASSIGN TO "ROLLOVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLOVER-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-INDEX ASSIGN TO "XREFIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRK-PRIME-KEY
               ALTERNATE RECORD KEY IS XRK-NUMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-XIDX-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHK-STATUS              PIC X.
               88  CHK-ACTIVE-CHECKPOINT        VALUE "A".
           05  FILLER                  PIC X(79).

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-THRESHOLD-X        PIC X(11).
           05  PARM-THRESHOLD-N REDEFINES PARM-THRESHOLD-X
                                       PIC 9(11).
           05  FILLER                  PIC X(69).

       FD  SERIES-MASTER.
           COPY SERMAST.

       FD  COUNTER-FILE.
           COPY CNTRFILE.

      *> One record: the current online day's running totals, which
      *> each call carries forward onto the run-control file.
       FD  ONLINE-CONTROL-FILE.
       01  ONLINE-CONTROL-RECORD.
           05  ONC-RUN-ID              PIC X(8).
           05  ONC-ISSUE-COUNT         PIC 9(9).
           05  ONC-OVERFLOW-COUNT      PIC 9(9).
           05  ONC-EXTRACT-COUNT       PIC 9(9).
           05  ONC-ROLLOVER-COUNT      PIC 9(9).
           05  ONC-LAST-TIMESTAMP      PIC X(21).
           05  FILLER                  PIC X(15).

       FD  OVERFLOW-EXCEPTIONS.
           COPY OVFLREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  EXTRACT-FILE.
           COPY EXTRACTR.

       FD  ROLLOVER-REPORT.
       01  ROLLOVER-RECORD.
           05  ROL-EVENT-SEQ           PIC 9(9).
           05  ROL-AREA-2-AT-ROLL      PIC 9(9).
           05  ROL-AREA-3-VALUE        PIC 9(9).
           05  ROL-TIMESTAMP           PIC X(21).
           05  ROL-SERIES-ID           PIC X(3).
           05  ROL-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(30).

       FD  XREF-FILE.
           COPY XREFREC.

       FD  XREF-INDEX.
           COPY XREFKEYR.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-CHKP-FILE-STATUS         PIC XX.
           88  WS-CHKP-FILE-NOT-FOUND           VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-MASTER-FILE-STATUS       PIC XX.
           88  WS-MASTER-FILE-NOT-FOUND         VALUE "35".

       01  WS-COUNTER-FILE-STATUS      PIC XX.
           88  WS-COUNTER-FILE-NOT-FOUND        VALUE "35".

       01  WS-ONLCTL-FILE-STATUS       PIC XX.
           88  WS-ONLCTL-FILE-NOT-FOUND         VALUE "35".

       01  WS-OVERFLOW-FILE-STATUS     PIC XX.
           88  WS-OVERFLOW-FILE-NOT-FOUND       VALUE "35".

       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  WS-AUDIT-FILE-NOT-FOUND          VALUE "35".

       01  WS-EXTRACT-FILE-STATUS      PIC XX.
           88  WS-EXTRACT-FILE-NOT-FOUND        VALUE "35".

       01  WS-ROLLOVER-FILE-STATUS     PIC XX.
           88  WS-ROLLOVER-FILE-NOT-FOUND       VALUE "35".

       01  WS-XREF-FILE-STATUS         PIC XX.
           88  WS-XREF-FILE-NOT-FOUND           VALUE "35".

       01  WS-XIDX-FILE-STATUS         PIC XX.
           88  WS-XIDX-FILE-NOT-FOUND           VALUE "35".
           88  WS-XIDX-DUPLICATE-KEY            VALUE "22".

       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  WS-RUNCTL-FILE-NOT-FOUND         VALUE "35".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-PROBE-DONE-FLAG          PIC X    VALUE "N".
           88  WS-PROBE-DONE                    VALUE "Y".

       01  WS-EOF-MASTER               PIC X    VALUE "N".
           88  WS-END-OF-MASTER-FILE            VALUE "Y".

       01  WS-EOF-COUNTER              PIC X    VALUE "N".
           88  WS-END-OF-COUNTER-FILE           VALUE "Y".

       01  WS-EOF-XREF                 PIC X    VALUE "N".
           88  WS-END-OF-XREF-FILE              VALUE "Y".

      *> Work fields for the one series this call issues from, as in
      *> AREA1CNT.
       01  WS-AREA-1                   PIC 9(11) COMP-3 VALUE 0.
       01  WS-AREA-2                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-AREA-3                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-PRIOR-AREA-1             PIC 9(11) COMP-3 VALUE 0.

      *> Document-number check digit for the value issued, from
      *> AREA1CDG, as in AREA1CNT.
           COPY CHKDGT.

           COPY HASHPRM.

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-CURRENT-SERIES           PIC X(3) VALUE SPACES.
       01  WS-SERIES-TABLE-MAX         PIC 9(3) COMP VALUE 50.
       01  WS-SERIES-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-SAVE-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY         OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-SERIES-COUNT
                                       INDEXED BY WS-SX.
               10  WS-SER-ID           PIC X(3).
               10  WS-SER-AREA-1       PIC 9(11) COMP-3.
               10  WS-SER-AREA-2       PIC 9(9) COMP-3.
               10  WS-SER-AREA-3       PIC 9(9) COMP-3.
       01  WS-TIERS-CROSSED            PIC 9(9) VALUE 0.
       01  WS-AREA-3-TARGET            PIC 9(9) VALUE 0.

       01  WS-MASTER-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY         OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-MASTER-COUNT
                                       INDEXED BY WS-MX.
               10  WS-MST-ID           PIC X(3).
               10  WS-MST-STATUS       PIC X.

       01  WS-OVERFLOW-FLAG            PIC 9    VALUE 0.
           88  WS-OVERFLOW-YES                  VALUE 1.
           88  WS-OVERFLOW-NO                   VALUE 0.

       01  WS-THRESHOLD                PIC 9(11) VALUE 50000.
       01  WS-AREA-2-MAX-VALUE         PIC 9(9) VALUE 999999999.
       01  WS-AREA-2-TIER-SIZE         PIC 9(10) VALUE 1000000000.

      *> The online day's running totals, carried from ONLCTL.DAT and
      *> reset to zero on the first call of a new day.
       01  WS-DAY-ISSUE-COUNT          PIC 9(9) VALUE 0.
       01  WS-DAY-OVERFLOW-COUNT       PIC 9(9) VALUE 0.
       01  WS-DAY-EXTRACT-COUNT        PIC 9(9) VALUE 0.
       01  WS-DAY-ROLLOVER-COUNT       PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-EVENT-TIMESTAMP          PIC X(21).

       01  WS-RUN-ID.
           05  FILLER                  PIC X    VALUE "O".
           05  WS-RUN-ID-SUFFIX        PIC X(6).

       LINKAGE SECTION.
           COPY ONLISSUE.

       PROCEDURE DIVISION USING ONLINE-ISSUE-PARMS.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF ONL-RESULT-CODE = 0
               PERFORM 2000-ISSUE-NUMBER
               PERFORM 3000-SAVE-AND-RECORD
           END-IF
      *> Whatever the outcome, a lock this call took is freed before
      *> control goes back - the caller never inherits it.
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           MOVE ONL-RESULT-CODE TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-EVENT-TIMESTAMP
           MOVE WS-CURRENT-DATE-TIME(3:6) TO WS-RUN-ID-SUFFIX
           MOVE 0 TO ONL-RESULT-CODE
           MOVE SPACES TO ONL-REASON-CODE
           MOVE 0 TO ONL-AREA-1-VALUE
           MOVE 0 TO ONL-AREA-2-VALUE
           MOVE 0 TO ONL-CHECK-DIGIT
           MOVE WS-RUN-ID TO ONL-RUN-ID
           MOVE SPACES TO ONL-TIMESTAMP
           IF ONL-SERIES-ID = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-CURRENT-SERIES
           ELSE
               MOVE ONL-SERIES-ID TO WS-CURRENT-SERIES
           END-IF
           IF ONL-TRAN-ID = SPACES
               MOVE 08 TO ONL-RESULT-CODE
               MOVE "BLNK" TO ONL-REASON-CODE
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1100-ACQUIRE-COUNTER-LOCK
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1150-CHECK-FOR-ACTIVE-RESTART
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1200-LOAD-THRESHOLD-PARAMETER
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1250-LOAD-SERIES-MASTER
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1300-VALIDATE-SERIES-AUTHORIZED
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1350-CHECK-TRAN-ID-UNNUMBERED
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1400-LOAD-PERSISTED-COUNTER
           END-IF
           IF ONL-RESULT-CODE = 0
               PERFORM 1450-LOAD-ONLINE-CONTROL
           END-IF.

       1100-ACQUIRE-COUNTER-LOCK.
      *> Any holder refuses the call - another online call included,
      *> since two calls run side by side.  A lock left by a call
      *> that ended without freeing it is freed by AREA1RCV UNLOCK,
      *> never from here.
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
                           SET WS-LOCK-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE COUNTER-LOCK-FILE
           END-IF
           IF WS-LOCK-REFUSED
               MOVE 12 TO ONL-RESULT-CODE
               MOVE "LOCK" TO ONL-REASON-CODE
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1ONL" TO LCK-HOLDER-PROGRAM
               MOVE WS-RUN-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1150-CHECK-FOR-ACTIVE-RESTART.
      *> An abended counter run keeps its lock, but its checkpoint is
      *> the real proof: while it is active, COUNTER.DAT lags the
      *> numbers already handed out and must not be issued from.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKP-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-ACTIVE-CHECKPOINT
                           MOVE 12 TO ONL-RESULT-CODE
                           MOVE "RSTR" TO ONL-REASON-CODE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1200-LOAD-THRESHOLD-PARAMETER.
      *> The same threshold the batch run applies - an online number
      *> overflows at exactly the value a batch number would.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-NOT-FOUND
               MOVE 16 TO ONL-RESULT-CODE
               MOVE "FILE" TO ONL-REASON-CODE
           ELSE
               READ PARAMETER-FILE
                   AT END
                       MOVE 16 TO ONL-RESULT-CODE
                       MOVE "FILE" TO ONL-REASON-CODE
                   NOT AT END
                       IF PARM-THRESHOLD-X IS NOT NUMERIC
                           MOVE 16 TO ONL-RESULT-CODE
                           MOVE "FILE" TO ONL-REASON-CODE
                       ELSE
                           MOVE PARM-THRESHOLD-N TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           IF ONL-RESULT-CODE = 16
               DISPLAY "*** ONLINE ISSUE REFUSED - INVALID THRESHOLD"
                   " PARM ***"
           END-IF.

       1250-LOAD-SERIES-MASTER.
           OPEN INPUT SERIES-MASTER
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "*** SERIES MASTER FILE NOT FOUND ***"
               MOVE 16 TO ONL-RESULT-CODE
               MOVE "FILE" TO ONL-REASON-CODE
           ELSE
               PERFORM 1260-LOAD-ONE-MASTER-RECORD
                   UNTIL WS-END-OF-MASTER-FILE
                       OR ONL-RESULT-CODE NOT = 0
               CLOSE SERIES-MASTER
           END-IF.

       1260-LOAD-ONE-MASTER-RECORD.
           READ SERIES-MASTER
               AT END
                   SET WS-END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF WS-MASTER-COUNT >= WS-SERIES-TABLE-MAX
                       DISPLAY "*** SERIES MASTER TABLE FULL ***"
                       MOVE 16 TO ONL-RESULT-CODE
                       MOVE "FILE" TO ONL-REASON-CODE
                   ELSE
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE SMR-SERIES-ID
                           TO WS-MST-ID (WS-MASTER-COUNT)
                       MOVE SMR-STATUS
                           TO WS-MST-STATUS (WS-MASTER-COUNT)
                   END-IF
           END-READ.

       1300-VALIDATE-SERIES-AUTHORIZED.
      *> The batch run's series rule, applied before any counter is
      *> touched.  Online, the refusal goes straight back to the
      *> caller rather than to the exception file - the caller is
      *> there to correct it.
           SET WS-MX TO 1
           SEARCH WS-MASTER-ENTRY
               AT END
                   MOVE 08 TO ONL-RESULT-CODE
                   MOVE "SERU" TO ONL-REASON-CODE
               WHEN WS-MST-ID (WS-MX) = WS-CURRENT-SERIES
                   IF WS-MST-STATUS (WS-MX) NOT = "A"
                       MOVE 08 TO ONL-RESULT-CODE
                       MOVE "SERA" TO ONL-REASON-CODE
                   END-IF
           END-SEARCH.

       1350-CHECK-TRAN-ID-UNNUMBERED.
      *> The front-end edit's duplicate rule: a TRAN-ID holding a
      *> live (not backed-out) row on the cross-reference already
      *> has its number.  Probe the keyed file; stream the
      *> sequential file only where the keyed one was never built.
           OPEN INPUT XREF-INDEX
           IF WS-XIDX-FILE-NOT-FOUND
               PERFORM 1380-STREAM-SEQUENTIAL-XREF
           ELSE
               MOVE "N" TO WS-PROBE-DONE-FLAG
               MOVE SPACES TO XREF-KEY-RECORD
               MOVE ONL-TRAN-ID TO XRK-TRAN-ID
               MOVE LOW-VALUES TO XRK-TIMESTAMP
               START XREF-INDEX KEY >= XRK-PRIME-KEY
                   INVALID KEY
                       SET WS-PROBE-DONE TO TRUE
               END-START
               PERFORM 1360-CHECK-ONE-KEYED-MATCH
                   UNTIL WS-PROBE-DONE
               CLOSE XREF-INDEX
           END-IF.

       1360-CHECK-ONE-KEYED-MATCH.
           READ XREF-INDEX NEXT RECORD
               AT END
                   SET WS-PROBE-DONE TO TRUE
               NOT AT END
                   IF XRK-TRAN-ID NOT = ONL-TRAN-ID
                       SET WS-PROBE-DONE TO TRUE
                   ELSE
                       IF NOT XRK-RECORD-VOIDED
                           MOVE 08 TO ONL-RESULT-CODE
                           MOVE "DUPM" TO ONL-REASON-CODE
                           SET WS-PROBE-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1380-STREAM-SEQUENTIAL-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1390-MATCH-ONE-XREF-RECORD
                   UNTIL WS-END-OF-XREF-FILE
                       OR ONL-RESULT-CODE NOT = 0
               CLOSE XREF-FILE
           END-IF.

       1390-MATCH-ONE-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET WS-END-OF-XREF-FILE TO TRUE
               NOT AT END
                   IF XRF-TRAN-ID = ONL-TRAN-ID
                       AND NOT XRF-RECORD-VOIDED
                       MOVE 08 TO ONL-RESULT-CODE
                       MOVE "DUPM" TO ONL-REASON-CODE
                   END-IF
           END-READ.

       1400-LOAD-PERSISTED-COUNTER.
           OPEN INPUT COUNTER-FILE
           IF WS-COUNTER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1410-LOAD-ONE-COUNTER-RECORD
                   UNTIL WS-END-OF-COUNTER-FILE
                       OR ONL-RESULT-CODE NOT = 0
               CLOSE COUNTER-FILE
           END-IF.

       1410-LOAD-ONE-COUNTER-RECORD.
           READ COUNTER-FILE
               AT END
                   SET WS-END-OF-COUNTER-FILE TO TRUE
               NOT AT END
                   IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
                       DISPLAY "*** COUNTER SERIES TABLE FULL ***"
                       MOVE 16 TO ONL-RESULT-CODE
                       MOVE "FILE" TO ONL-REASON-CODE
                   ELSE
                       ADD 1 TO WS-SERIES-COUNT
                       IF CTR-SERIES-ID = SPACES
                           MOVE WS-DEFAULT-SERIES
                               TO WS-SER-ID (WS-SERIES-COUNT)
                       ELSE
                           MOVE CTR-SERIES-ID
                               TO WS-SER-ID (WS-SERIES-COUNT)
                       END-IF
                       MOVE CTR-AREA-1
                           TO WS-SER-AREA-1 (WS-SERIES-COUNT)
                       MOVE CTR-AREA-2
                           TO WS-SER-AREA-2 (WS-SERIES-COUNT)
                       MOVE CTR-AREA-3
                           TO WS-SER-AREA-3 (WS-SERIES-COUNT)
                   END-IF
           END-READ.

       1450-LOAD-ONLINE-CONTROL.
      *> Totals on file for an earlier day belong to that day's run
      *> ID, whose last run-control record already carries them -
      *> today starts again from zero.
           OPEN INPUT ONLINE-CONTROL-FILE
           IF WS-ONLCTL-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ ONLINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ONC-RUN-ID = WS-RUN-ID
                           MOVE ONC-ISSUE-COUNT
                               TO WS-DAY-ISSUE-COUNT
                           MOVE ONC-OVERFLOW-COUNT
                               TO WS-DAY-OVERFLOW-COUNT
                           MOVE ONC-EXTRACT-COUNT
                               TO WS-DAY-EXTRACT-COUNT
                           MOVE ONC-ROLLOVER-COUNT
                               TO WS-DAY-ROLLOVER-COUNT
                       END-IF
               END-READ
               CLOSE ONLINE-CONTROL-FILE
           END-IF.

       2000-ISSUE-NUMBER.
           PERFORM 2200-APPLY-INCREMENT
           IF ONL-RESULT-CODE NOT = 16
               PERFORM 2300-WRITE-AUDIT-LOG
               PERFORM 2350-WRITE-XREF-RECORD
           END-IF.

       2200-APPLY-INCREMENT.
           PERFORM 2210-LOCATE-SERIES
           IF ONL-RESULT-CODE NOT = 16
               ADD 1 TO WS-DAY-ISSUE-COUNT
               MOVE WS-AREA-1 TO WS-PRIOR-AREA-1
               ADD 1 TO WS-AREA-1
               PERFORM 2230-DERIVE-CHECK-DIGIT
               IF WS-AREA-1 > WS-THRESHOLD
                   SET WS-OVERFLOW-YES TO TRUE
                   PERFORM 2400-MOVE-TO-AREA-2
                   PERFORM 2500-WRITE-OVERFLOW-EXCEPTION
                   MOVE 04 TO ONL-RESULT-CODE
               ELSE
                   SET WS-OVERFLOW-NO TO TRUE
               END-IF
               PERFORM 2220-STORE-SERIES
           END-IF.

       2210-LOCATE-SERIES.
           SET WS-SX TO 1
           SEARCH WS-SERIES-ENTRY
               AT END
                   PERFORM 2215-CREATE-NEW-SERIES
               WHEN WS-SER-ID (WS-SX) = WS-CURRENT-SERIES
                   SET WS-SERIES-SUB TO WS-SX
           END-SEARCH
           IF ONL-RESULT-CODE NOT = 16
               MOVE WS-SER-AREA-1 (WS-SERIES-SUB) TO WS-AREA-1
               MOVE WS-SER-AREA-2 (WS-SERIES-SUB) TO WS-AREA-2
               MOVE WS-SER-AREA-3 (WS-SERIES-SUB) TO WS-AREA-3
           END-IF.

       2215-CREATE-NEW-SERIES.
      *> An active series with no counter yet starts from zero, the
      *> same as its first batch transaction would.
           IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
               DISPLAY "*** COUNTER SERIES TABLE FULL ***"
               MOVE 16 TO ONL-RESULT-CODE
               MOVE "FILE" TO ONL-REASON-CODE
           ELSE
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-CURRENT-SERIES TO WS-SER-ID (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-1 (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-2 (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-3 (WS-SERIES-COUNT)
               MOVE WS-SERIES-COUNT TO WS-SERIES-SUB
           END-IF.

       2220-STORE-SERIES.
           MOVE WS-AREA-1 TO WS-SER-AREA-1 (WS-SERIES-SUB)
           MOVE WS-AREA-2 TO WS-SER-AREA-2 (WS-SERIES-SUB)
           MOVE WS-AREA-3 TO WS-SER-AREA-3 (WS-SERIES-SUB).

       2230-DERIVE-CHECK-DIGIT.
           MOVE WS-AREA-1 TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS.

       2300-WRITE-AUDIT-LOG.
           MOVE "AUDITLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-PRIOR-AREA-1 TO AUD-PRIOR-AREA-1
           MOVE WS-AREA-1 TO AUD-NEW-AREA-1
           MOVE WS-AREA-2 TO AUD-AREA-2-VALUE
           MOVE WS-OVERFLOW-FLAG TO AUD-OVERFLOW-FLAG
           MOVE WS-EVENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-CURRENT-SERIES TO AUD-SERIES-ID
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE AUDIT-LOG-RECORD TO HCP-RECORD-IMAGE
           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
           MOVE HCP-CHAIN-HASH TO AUD-CHAIN-HASH
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG.

       2350-WRITE-XREF-RECORD.
           OPEN EXTEND XREF-FILE
           IF WS-XREF-FILE-NOT-FOUND
               OPEN OUTPUT XREF-FILE
           END-IF
           MOVE SPACES TO XREF-RECORD
           MOVE ONL-TRAN-ID TO XRF-TRAN-ID
           MOVE WS-CURRENT-SERIES TO XRF-SERIES-ID
           MOVE WS-AREA-1 TO XRF-AREA-1-VALUE
           MOVE WS-RUN-ID TO XRF-RUN-ID
           MOVE WS-EVENT-TIMESTAMP TO XRF-TIMESTAMP
           MOVE CDG-CHECK-DIGIT TO XRF-CHECK-DIGIT
           WRITE XREF-RECORD
           CLOSE XREF-FILE
      *> As in the batch run, no keyed file on site means no keyed
      *> write - only AREA1XCV ever creates XREFIDX.DAT.
           OPEN I-O XREF-INDEX
           IF WS-XIDX-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE SPACES TO XREF-KEY-RECORD
               MOVE ONL-TRAN-ID TO XRK-TRAN-ID
               MOVE WS-EVENT-TIMESTAMP TO XRK-TIMESTAMP
               MOVE WS-CURRENT-SERIES TO XRK-SERIES-ID
               MOVE WS-AREA-1 TO XRK-AREA-1-VALUE
               MOVE WS-RUN-ID TO XRK-RUN-ID
               MOVE CDG-CHECK-DIGIT TO XRK-CHECK-DIGIT
               WRITE XREF-KEY-RECORD
               CLOSE XREF-INDEX
           END-IF.

       2400-MOVE-TO-AREA-2.
      *> The batch run's overflow arithmetic, unchanged - see
      *> AREA1CNT 2400-MOVE-TO-AREA-2 for why WS-AREA-3 is derived
      *> from the absolute value.
           IF WS-AREA-1 > WS-AREA-2-MAX-VALUE
               COMPUTE WS-AREA-2 =
                   FUNCTION MOD(WS-AREA-1, WS-AREA-2-TIER-SIZE)
               COMPUTE WS-AREA-3-TARGET =
                   FUNCTION INTEGER-PART(
                       WS-AREA-1 / WS-AREA-2-TIER-SIZE)
               COMPUTE WS-TIERS-CROSSED =
                   WS-AREA-3-TARGET - WS-AREA-3
               IF WS-TIERS-CROSSED > 0
                   OPEN EXTEND ROLLOVER-REPORT
                   IF WS-ROLLOVER-FILE-NOT-FOUND
                       OPEN OUTPUT ROLLOVER-REPORT
                   END-IF
                   PERFORM 2410-PROCESS-AREA-2-ROLLOVER
                       WS-TIERS-CROSSED TIMES
                   CLOSE ROLLOVER-REPORT
               END-IF
           ELSE
               MOVE WS-AREA-1 TO WS-AREA-2
           END-IF
           PERFORM 2420-WRITE-EXTRACT-RECORD.

       2410-PROCESS-AREA-2-ROLLOVER.
           ADD 1 TO WS-AREA-3
           ADD 1 TO WS-DAY-ROLLOVER-COUNT
           PERFORM 2411-WRITE-ROLLOVER-EVENT.

       2411-WRITE-ROLLOVER-EVENT.
           MOVE SPACES TO ROLLOVER-RECORD
           MOVE WS-DAY-ROLLOVER-COUNT TO ROL-EVENT-SEQ
           IF WS-AREA-3 = WS-AREA-3-TARGET
               MOVE WS-AREA-2 TO ROL-AREA-2-AT-ROLL
           ELSE
               MOVE 0 TO ROL-AREA-2-AT-ROLL
           END-IF
           MOVE WS-AREA-3 TO ROL-AREA-3-VALUE
           MOVE WS-EVENT-TIMESTAMP TO ROL-TIMESTAMP
           MOVE WS-CURRENT-SERIES TO ROL-SERIES-ID
           MOVE WS-RUN-ID TO ROL-RUN-ID
           WRITE ROLLOVER-RECORD.

       2420-WRITE-EXTRACT-RECORD.
           OPEN EXTEND EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-AREA-2 TO EXT-AREA-2-VALUE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO EXT-DATE-STAMP
           MOVE WS-RUN-ID TO EXT-RUN-ID
           MOVE WS-CURRENT-SERIES TO EXT-SERIES-ID
           MOVE ONL-TRAN-ID TO EXT-TRAN-ID
           MOVE WS-AREA-1 TO EXT-AREA-1-VALUE
           MOVE WS-AREA-1 TO EXT-DOC-AREA-1-VALUE
           MOVE "-" TO EXT-DOC-SEPARATOR
           MOVE CDG-CHECK-DIGIT TO EXT-DOC-CHECK-DIGIT
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           ADD 1 TO WS-DAY-EXTRACT-COUNT.

       2500-WRITE-OVERFLOW-EXCEPTION.
           OPEN EXTEND OVERFLOW-EXCEPTIONS
           IF WS-OVERFLOW-FILE-NOT-FOUND
               OPEN OUTPUT OVERFLOW-EXCEPTIONS
           END-IF
           MOVE SPACES TO OVERFLOW-EXCEPTION-RECORD
           MOVE WS-AREA-1 TO OVX-AREA-1-VALUE
           MOVE WS-EVENT-TIMESTAMP TO OVX-TIMESTAMP
           MOVE "OVFL" TO OVX-REASON-CODE
           MOVE WS-CURRENT-SERIES TO OVX-SERIES-ID
           MOVE WS-RUN-ID TO OVX-RUN-ID
           WRITE OVERFLOW-EXCEPTION-RECORD
           CLOSE OVERFLOW-EXCEPTIONS
           ADD 1 TO WS-DAY-OVERFLOW-COUNT.

       3000-SAVE-AND-RECORD.
      *> The records that explain the new counter position are on
      *> disk before the counter is saved - an abend between the two
      *> leaves a number recorded but re-issuable, never a number
      *> issued with no record of it.
           IF ONL-RESULT-CODE NOT = 16
               PERFORM 3100-SAVE-PERSISTED-COUNTER
               PERFORM 3200-SAVE-ONLINE-CONTROL
               PERFORM 3300-WRITE-RUN-CONTROL-TOTALS
               MOVE WS-AREA-1 TO ONL-AREA-1-VALUE
               MOVE CDG-CHECK-DIGIT TO ONL-CHECK-DIGIT
               MOVE WS-AREA-2 TO ONL-AREA-2-VALUE
               MOVE WS-EVENT-TIMESTAMP TO ONL-TIMESTAMP
           END-IF.

       3100-SAVE-PERSISTED-COUNTER.
           OPEN OUTPUT COUNTER-FILE
           PERFORM 3110-WRITE-ONE-COUNTER-RECORD
               VARYING WS-SAVE-SUB FROM 1 BY 1
               UNTIL WS-SAVE-SUB > WS-SERIES-COUNT
           CLOSE COUNTER-FILE.

       3110-WRITE-ONE-COUNTER-RECORD.
           MOVE SPACES TO COUNTER-RECORD
           MOVE WS-SER-AREA-1 (WS-SAVE-SUB) TO CTR-AREA-1
           MOVE WS-SER-AREA-2 (WS-SAVE-SUB) TO CTR-AREA-2
           MOVE WS-SER-AREA-3 (WS-SAVE-SUB) TO CTR-AREA-3
           MOVE WS-SER-ID (WS-SAVE-SUB) TO CTR-SERIES-ID
           WRITE COUNTER-RECORD.

       3200-SAVE-ONLINE-CONTROL.
           OPEN OUTPUT ONLINE-CONTROL-FILE
           MOVE SPACES TO ONLINE-CONTROL-RECORD
           MOVE WS-RUN-ID TO ONC-RUN-ID
           MOVE WS-DAY-ISSUE-COUNT TO ONC-ISSUE-COUNT
           MOVE WS-DAY-OVERFLOW-COUNT TO ONC-OVERFLOW-COUNT
           MOVE WS-DAY-EXTRACT-COUNT TO ONC-EXTRACT-COUNT
           MOVE WS-DAY-ROLLOVER-COUNT TO ONC-ROLLOVER-COUNT
           MOVE WS-EVENT-TIMESTAMP TO ONC-LAST-TIMESTAMP
           WRITE ONLINE-CONTROL-RECORD
           CLOSE ONLINE-CONTROL-FILE.

       3300-WRITE-RUN-CONTROL-TOTALS.
      *> The day's running totals so far; the next call's record
      *> supersedes this one for the same run ID.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RUN-ID TO RCT-RUN-ID
           SET RCT-RUN-TOTALS TO TRUE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO RCT-RUN-DATE
           MOVE WS-DAY-ISSUE-COUNT TO RCT-TRAN-COUNT
           MOVE WS-DAY-OVERFLOW-COUNT TO RCT-OVERFLOW-COUNT
           MOVE WS-DAY-EXTRACT-COUNT TO RCT-EXTRACT-COUNT
           MOVE 0 TO RCT-AREA-1-FINAL
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1ONL" TO LCK-HOLDER-PROGRAM
           MOVE WS-RUN-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.
