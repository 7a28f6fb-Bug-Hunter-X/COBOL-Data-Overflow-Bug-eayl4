       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1CAN.
      *> Single-number cancellation transaction.  The backout
      *> facility can only take back a whole counter run; this
      *> program takes back ONE assigned WS-AREA-1 value whose
      *> customer document was spoiled in print, cancelled, or
      *> issued in error.  The operator names the assignment by
      *> TRAN-ID or by series plus number and gives a reason code
      *> (SPOL spoiled, CANC cancelled, ERRI issued in error).  The
      *> assignment's XREF.DAT row - and its keyed companion in
      *> XREFIDX.DAT - is marked cancelled ("C"), a status apart
      *> from voided-by-backout: the number stays issued and is
      *> never handed out again, but the document is dead.  A
      *> cancellation notice goes downstream on EXTRACT.DAT under a
      *> "C"-prefixed ID of its own, with a run-control record so the
      *> acknowledgement handshake expects it to be loaded, and the
      *> permanent cancellation register CANCREG.DAT records what
      *> was cancelled, why, by whom and when.  The counter is not
      *> touched.  Refused while an abended counter run awaits
      *> restart, for the same reason the backout is.
      *> The counter lock (CNTRLOCK.DAT) is held from before the
      *> assignment is looked up until the cancellation is written,
      *> so no counter run or online issue can append an XREF.DAT
      *> row the copy-back would lose; a cancellation asked for
      *> while any program holds it - an earlier cancellation
      *> included - is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKP-FILE-STATUS.

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

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CANCEL-REGISTER ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CANCEL-WORK ASSIGN TO "CANWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHK-STATUS              PIC X.
               88  CHK-ACTIVE-CHECKPOINT        VALUE "A".
           05  FILLER                  PIC X(79).

       FD  XREF-FILE.
           COPY XREFREC.

       FD  XREF-INDEX.
           COPY XREFKEYR.

       FD  EXTRACT-FILE.
           COPY EXTRACTR.

       FD  CANCEL-REGISTER.
           COPY CANCREG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTLRC.

       FD  CANCEL-WORK.
       01  CANCEL-WORK-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-CHKP-FILE-STATUS         PIC XX.
           88  WS-CHKP-FILE-NOT-FOUND           VALUE "35".

       01  WS-XREF-FILE-STATUS         PIC XX.
           88  WS-XREF-FILE-NOT-FOUND           VALUE "35".

       01  WS-XIDX-FILE-STATUS         PIC XX.
           88  WS-XIDX-FILE-NOT-FOUND           VALUE "35".

       01  WS-XIDX-OPEN-FLAG           PIC X    VALUE "N".
           88  WS-XIDX-OPEN                     VALUE "Y".

       01  WS-EXTRACT-FILE-STATUS      PIC XX.
           88  WS-EXTRACT-FILE-NOT-FOUND        VALUE "35".

       01  WS-REGISTER-FILE-STATUS     PIC XX.
           88  WS-REGISTER-FILE-NOT-FOUND       VALUE "35".

       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  WS-RUNCTL-FILE-NOT-FOUND         VALUE "35".

       01  WS-WORK-FILE-STATUS         PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-LOOKUP-MODE              PIC X.
           88  WS-LOOKUP-BY-TRAN-ID             VALUE "T".
           88  WS-LOOKUP-BY-NUMBER              VALUE "N".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-RECORD-SERIES            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-TRAN-ID           PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-SERIES-IN         PIC X(3).
       01  WS-LOOKUP-SERIES            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-VALUE-X           PIC X(11).
       01  WS-LOOKUP-VALUE             PIC 9(11) VALUE 0.
       01  WS-VALUE-CHECK              PIC S9(9) VALUE 0.

       01  WS-REASON-CODE              PIC X(4) VALUE SPACES.
           88  WS-REASON-VALID                  VALUE "SPOL"
                                                      "CANC"
                                                      "ERRI".

      *> The assignment being cancelled - the LAST live row on file
      *> that matches the request.  Its TRAN-ID plus timestamp is
      *> the keyed file's record key, so it identifies exactly one
      *> row even where a TRAN-ID was reissued after a backout.
       01  WS-LIVE-MATCH-COUNT         PIC 9(9) VALUE 0.
       01  WS-CANCELLED-MATCH-COUNT    PIC 9(9) VALUE 0.
       01  WS-VOIDED-MATCH-COUNT       PIC 9(9) VALUE 0.
       01  WS-TARGET-TRAN-ID           PIC X(10) VALUE SPACES.
       01  WS-TARGET-SERIES            PIC X(3) VALUE SPACES.
       01  WS-TARGET-VALUE             PIC 9(11) VALUE 0.
       01  WS-TARGET-RUN-ID            PIC X(8) VALUE SPACES.
       01  WS-TARGET-TIMESTAMP         PIC X(21) VALUE SPACES.

       01  WS-TARGET-AREA-2            PIC 9(9) VALUE 0.
       01  WS-FLAGGED-XREFS            PIC 9(9) VALUE 0.

      *> The notice names the document by its printed number, check
      *> digit included, as the original assignment's extract did.
           COPY CHKDGT.

       01  WS-EVENT-TIMESTAMP          PIC X(21).
       01  WS-CANCEL-ID.
           05  FILLER                  PIC X    VALUE "C".
           05  WS-CANCEL-ID-SUFFIX     PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-ACCEPT-CANCEL-REQUEST
           IF NOT WS-ABORT-RUN
               PERFORM 1200-CHECK-FOR-ACTIVE-RESTART
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-ACQUIRE-COUNTER-LOCK
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOCATE-ASSIGNMENT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-APPLY-CANCELLATION
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-ACCEPT-CANCEL-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-EVENT-TIMESTAMP
           MOVE WS-EVENT-TIMESTAMP(9:6) TO WS-CANCEL-ID-SUFFIX
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "*** NO OPERATOR ID GIVEN - NOTHING CANCELLED"
                   " ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-ABORT-RUN
               DISPLAY "CANCEL BY TRAN-ID OR NUMBER (T/N): "
                   WITH NO ADVANCING
               ACCEPT WS-LOOKUP-MODE
               EVALUATE TRUE
                   WHEN WS-LOOKUP-BY-TRAN-ID
                       PERFORM 1050-ACCEPT-TRAN-ID
                   WHEN WS-LOOKUP-BY-NUMBER
                       PERFORM 1100-ACCEPT-NUMBER
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN LOOKUP MODE ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF NOT WS-ABORT-RUN
               DISPLAY "ENTER REASON (SPOL/CANC/ERRI): "
                   WITH NO ADVANCING
               ACCEPT WS-REASON-CODE
               IF NOT WS-REASON-VALID
                   DISPLAY "*** UNKNOWN REASON CODE: " WS-REASON-CODE
                       " ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1050-ACCEPT-TRAN-ID.
           DISPLAY "ENTER TRAN-ID TO CANCEL: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-TRAN-ID
      *> A blank TRAN-ID would match every row written before
      *> TRAN-IDs were carried - refuse it outright.
           IF WS-LOOKUP-TRAN-ID = SPACES
               DISPLAY "*** NO TRAN-ID GIVEN - NOTHING CANCELLED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1100-ACCEPT-NUMBER.
           DISPLAY "ENTER COUNTER SERIES (BLANK = GEN): "
               WITH NO ADVANCING
           ACCEPT WS-LOOKUP-SERIES-IN
           IF WS-LOOKUP-SERIES-IN = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-LOOKUP-SERIES
           ELSE
               MOVE WS-LOOKUP-SERIES-IN TO WS-LOOKUP-SERIES
           END-IF
           DISPLAY "ENTER ASSIGNED NUMBER: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-VALUE-X
      *> Same tolerant numeric edit the lookup applies to operator
      *> input - "500" is as good as "00000000500".
           COMPUTE WS-VALUE-CHECK =
               FUNCTION TEST-NUMVAL(WS-LOOKUP-VALUE-X)
           IF WS-VALUE-CHECK = 0
               COMPUTE WS-LOOKUP-VALUE =
                   FUNCTION NUMVAL(WS-LOOKUP-VALUE-X)
           ELSE
               DISPLAY "*** NUMBER NOT NUMERIC ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-CHECK-FOR-ACTIVE-RESTART.
      *> An "A" checkpoint means an abended counter run is waiting to
      *> restart, and the restart trims the cross-reference back to
      *> its checkpoint - a cancellation flagged now could be cut
      *> away with the tail.  Refuse until the restart has completed.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKP-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-ACTIVE-CHECKPOINT
                           DISPLAY "*** COUNTER RUN AWAITING RESTART"
                               " - CANCELLATION REFUSED ***"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1300-ACQUIRE-COUNTER-LOCK.
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
               DISPLAY "*** COUNTER HELD BY " LCK-HOLDER-PROGRAM
                   " " LCK-HOLDER-RUN-ID " SINCE " LCK-TIMESTAMP
                   " ***"
               DISPLAY "*** CANCELLATION REFUSED - COUNTER IN USE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1CAN" TO LCK-HOLDER-PROGRAM
               MOVE WS-CANCEL-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-EVENT-TIMESTAMP TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       2000-LOCATE-ASSIGNMENT.
      *> The sequential file is the authoritative record and has to
      *> be rewritten anyway, so the assignment is found by streaming
      *> it rather than by probing the keyed file.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-NOT-FOUND
               DISPLAY "*** CROSS-REFERENCE FILE NOT FOUND ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-CHECK-ONE-XREF-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE XREF-FILE
               PERFORM 2200-JUDGE-MATCHES
           END-IF.

       2100-CHECK-ONE-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF XRF-SERIES-ID = SPACES
                       MOVE WS-DEFAULT-SERIES TO WS-RECORD-SERIES
                   ELSE
                       MOVE XRF-SERIES-ID TO WS-RECORD-SERIES
                   END-IF
                   IF (WS-LOOKUP-BY-TRAN-ID
                       AND XRF-TRAN-ID = WS-LOOKUP-TRAN-ID)
                       OR (WS-LOOKUP-BY-NUMBER
                           AND WS-RECORD-SERIES = WS-LOOKUP-SERIES
                           AND XRF-AREA-1-VALUE = WS-LOOKUP-VALUE)
                       PERFORM 2150-CLASSIFY-MATCH
                   END-IF
           END-READ.

       2150-CLASSIFY-MATCH.
           EVALUATE TRUE
               WHEN XRF-RECORD-VOIDED
                   ADD 1 TO WS-VOIDED-MATCH-COUNT
               WHEN XRF-RECORD-CANCELLED
                   ADD 1 TO WS-CANCELLED-MATCH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LIVE-MATCH-COUNT
                   MOVE XRF-TRAN-ID TO WS-TARGET-TRAN-ID
                   MOVE WS-RECORD-SERIES TO WS-TARGET-SERIES
                   MOVE XRF-AREA-1-VALUE TO WS-TARGET-VALUE
                   MOVE XRF-RUN-ID TO WS-TARGET-RUN-ID
                   MOVE XRF-TIMESTAMP TO WS-TARGET-TIMESTAMP
           END-EVALUATE.

       2200-JUDGE-MATCHES.
      *> Exactly one live assignment may be cancelled.  Two live
      *> rows for the same request is a sequence exception for the
      *> integrity audit to explain, not something to guess at -
      *> the operator narrows the request by the other key instead.
           EVALUATE TRUE
               WHEN WS-LIVE-MATCH-COUNT = 1
                   CONTINUE
               WHEN WS-LIVE-MATCH-COUNT > 1
                   DISPLAY "*** " WS-LIVE-MATCH-COUNT
                       " LIVE ASSIGNMENTS MATCH - CANCEL BY THE"
                       " OTHER KEY ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CANCELLED-MATCH-COUNT > 0
                   DISPLAY "*** ASSIGNMENT ALREADY CANCELLED -"
                       " NOTHING CANCELLED ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VOIDED-MATCH-COUNT > 0
                   DISPLAY "*** ASSIGNMENT VOIDED BY BACKOUT -"
                       " NOTHING CANCELLED ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** NO ASSIGNMENT FOUND ON"
                       " CROSS-REFERENCE - NOTHING CANCELLED ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       3000-APPLY-CANCELLATION.
           PERFORM 3100-FIND-ORIGINAL-EXTRACT
           PERFORM 3200-FLAG-XREF-RECORDS
           PERFORM 3300-WRITE-CANCEL-NOTICE
           PERFORM 3400-WRITE-REGISTER-ENTRY
           PERFORM 3500-WRITE-RUN-CONTROL-TOTALS
           DISPLAY "TRAN-ID " WS-TARGET-TRAN-ID
               " SERIES " WS-TARGET-SERIES
               " NUMBER " WS-TARGET-VALUE
               " CANCELLED AS " WS-CANCEL-ID
               " REASON " WS-REASON-CODE
           DISPLAY "XREF RECORDS FLAGGED   : " WS-FLAGGED-XREFS.

       3100-FIND-ORIGINAL-EXTRACT.
      *> Downstream knows an overflowed assignment by its WS-AREA-2
      *> value, so the notice repeats the value the original extract
      *> record published when that record is still on file.  An
      *> assignment that never overflowed, or whose extract has been
      *> archived, goes out with zero - the TRAN-ID and number on
      *> the notice identify the document either way.
           MOVE 0 TO WS-TARGET-AREA-2
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3110-CHECK-ONE-EXTRACT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE EXTRACT-FILE
           END-IF.

       3110-CHECK-ONE-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EXT-RUN-ID = WS-TARGET-RUN-ID
                       AND EXT-TRAN-ID = WS-TARGET-TRAN-ID
                       AND EXT-AREA-1-VALUE = WS-TARGET-VALUE
                       AND NOT EXT-RECORD-VOIDED
                       AND NOT EXT-RECORD-CANCELLED
                       MOVE EXT-AREA-2-VALUE TO WS-TARGET-AREA-2
                   END-IF
           END-READ.

       3200-FLAG-XREF-RECORDS.
      *> Copy the cross-reference to the work file with the one
      *> target row flagged, then copy it back - the same
      *> rewrite-in-place the backout facility uses.  The keyed
      *> companion is flagged in the same pass; a missing keyed
      *> file just means the conversion has not run here.
           OPEN INPUT XREF-FILE
           OPEN I-O XREF-INDEX
           IF WS-XIDX-FILE-NOT-FOUND
               MOVE "N" TO WS-XIDX-OPEN-FLAG
           ELSE
               SET WS-XIDX-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CANCEL-WORK
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 3210-FLAG-ONE-XREF-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE XREF-FILE
           CLOSE CANCEL-WORK
           IF WS-XIDX-OPEN
               CLOSE XREF-INDEX
               MOVE "N" TO WS-XIDX-OPEN-FLAG
           END-IF
           OPEN INPUT CANCEL-WORK
           OPEN OUTPUT XREF-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 3230-COPY-BACK-XREF-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE CANCEL-WORK
           CLOSE XREF-FILE.

       3210-FLAG-ONE-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF XRF-TRAN-ID = WS-TARGET-TRAN-ID
                       AND XRF-TIMESTAMP = WS-TARGET-TIMESTAMP
                       AND NOT XRF-RECORD-VOIDED
                       AND NOT XRF-RECORD-CANCELLED
                       SET XRF-RECORD-CANCELLED TO TRUE
                       ADD 1 TO WS-FLAGGED-XREFS
                       IF WS-XIDX-OPEN
                           PERFORM 3220-CANCEL-KEYED-XREF
                       END-IF
                   END-IF
                   MOVE XREF-RECORD TO CANCEL-WORK-RECORD
                   WRITE CANCEL-WORK-RECORD
           END-READ.

       3220-CANCEL-KEYED-XREF.
      *> Random read by the row's own key, then rewrite with the
      *> cancelled flag set.  A key the index does not hold means
      *> the row predates the conversion - the next conversion run
      *> picks the flag up from the sequential file.
           MOVE SPACES TO XREF-KEY-RECORD
           MOVE XRF-TRAN-ID TO XRK-TRAN-ID
           MOVE XRF-TIMESTAMP TO XRK-TIMESTAMP
           READ XREF-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET XRK-RECORD-CANCELLED TO TRUE
                   REWRITE XREF-KEY-RECORD
           END-READ.

       3230-COPY-BACK-XREF-RECORD.
           READ CANCEL-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CANCEL-WORK-RECORD TO XREF-RECORD
                   WRITE XREF-RECORD
           END-READ.

       3300-WRITE-CANCEL-NOTICE.
           OPEN EXTEND EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-TARGET-AREA-2 TO EXT-AREA-2-VALUE
           MOVE WS-EVENT-TIMESTAMP(1:8) TO EXT-DATE-STAMP
           MOVE WS-CANCEL-ID TO EXT-RUN-ID
           MOVE WS-TARGET-SERIES TO EXT-SERIES-ID
           SET EXT-RECORD-CANCELLED TO TRUE
           MOVE WS-TARGET-TRAN-ID TO EXT-TRAN-ID
           MOVE WS-TARGET-VALUE TO EXT-AREA-1-VALUE
           MOVE WS-REASON-CODE TO EXT-CANCEL-REASON
           MOVE WS-TARGET-VALUE TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
           MOVE WS-TARGET-VALUE TO EXT-DOC-AREA-1-VALUE
           MOVE "-" TO EXT-DOC-SEPARATOR
           MOVE CDG-CHECK-DIGIT TO EXT-DOC-CHECK-DIGIT
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE.

       3400-WRITE-REGISTER-ENTRY.
           OPEN EXTEND CANCEL-REGISTER
           IF WS-REGISTER-FILE-NOT-FOUND
               OPEN OUTPUT CANCEL-REGISTER
           END-IF
           MOVE SPACES TO CANCEL-REGISTER-RECORD
           MOVE WS-CANCEL-ID TO CNR-CANCEL-ID
           MOVE WS-TARGET-TRAN-ID TO CNR-TRAN-ID
           MOVE WS-TARGET-SERIES TO CNR-SERIES-ID
           MOVE WS-TARGET-VALUE TO CNR-AREA-1-VALUE
           MOVE WS-TARGET-RUN-ID TO CNR-ORIGINAL-RUN-ID
           MOVE WS-REASON-CODE TO CNR-REASON-CODE
           MOVE WS-OPERATOR-ID TO CNR-OPERATOR-ID
           MOVE WS-EVENT-TIMESTAMP TO CNR-TIMESTAMP
           WRITE CANCEL-REGISTER-RECORD
           CLOSE CANCEL-REGISTER.

       3500-WRITE-RUN-CONTROL-TOTALS.
      *> The notice is one extract record published under its own
      *> ID - an "R" record saying so puts it under the same
      *> acknowledgement handshake as any counter run's extract.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-CANCEL-ID TO RCT-RUN-ID
           SET RCT-RUN-TOTALS TO TRUE
           MOVE WS-EVENT-TIMESTAMP(1:8) TO RCT-RUN-DATE
           MOVE 0 TO RCT-TRAN-COUNT
           MOVE 0 TO RCT-OVERFLOW-COUNT
           MOVE 1 TO RCT-EXTRACT-COUNT
           MOVE 0 TO RCT-AREA-1-FINAL
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1CAN" TO LCK-HOLDER-PROGRAM
           MOVE WS-CANCEL-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.
