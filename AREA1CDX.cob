       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1CDX.
      *> One-time check digit derivation for the cross-reference.
      *> Numbers issued before document-number check digits were
      *> introduced sit on XREF.DAT with XRF-CHECK-DIGIT blank; this
      *> program streams the file once, derives the digit for every
      *> such row through AREA1CDG (the digit depends only on the
      *> value, so an old document gets exactly the digit it would
      *> have been printed with), and copies the file back - the
      *> same rewrite-in-place the backout facility uses.  The keyed
      *> companion XREFIDX.DAT is given the digit in the same pass; a
      *> missing keyed file just means the conversion has not run
      *> here, and AREA1XCV derives the digit itself when it does.
      *> Rows that already carry a digit are copied unchanged, so a
      *> second run does no harm.  Restore archived generations first
      *> if older documents must be verifiable against them.
      *>
      *> The counter lock (CNTRLOCK.DAT) is held while the file is
      *> rewritten, so no counter run or online issue can append a
      *> row the copy-back would lose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

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

           SELECT DERIVE-WORK ASSIGN TO "CDXWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  XREF-FILE.
           COPY XREFREC.

       FD  XREF-INDEX.
           COPY XREFKEYR.

       FD  DERIVE-WORK.
       01  DERIVE-WORK-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-XREF-FILE-STATUS         PIC XX.
           88  WS-XREF-FILE-NOT-FOUND           VALUE "35".

       01  WS-XIDX-FILE-STATUS         PIC XX.
           88  WS-XIDX-FILE-NOT-FOUND           VALUE "35".

       01  WS-WORK-FILE-STATUS         PIC XX.

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-XIDX-OPEN-FLAG           PIC X    VALUE "N".
           88  WS-XIDX-OPEN                     VALUE "Y".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-DERIVED-COUNT            PIC 9(9) VALUE 0.
       01  WS-KEYED-COUNT              PIC 9(9) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

           COPY CHKDGT.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-DERIVE-CHECK-DIGITS
               PERFORM 4000-FINALIZE
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1050-ACQUIRE-COUNTER-LOCK
           IF WS-LOCK-REFUSED
               DISPLAY "*** CHECK DIGIT DERIVATION REFUSED -"
                   " COUNTER IN USE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT XREF-FILE
               IF WS-XREF-FILE-NOT-FOUND
                   DISPLAY "*** CROSS-REFERENCE FILE NOT FOUND -"
                       " NOTHING TO DERIVE ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1050-ACQUIRE-COUNTER-LOCK.
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
                           IF LCK-HOLDER-PROGRAM = "AREA1CDX"
                               DISPLAY "*** COUNTER LOCK LEFT BY AN"
                                   " EARLIER AREA1CDX AT "
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
               MOVE "AREA1CDX" TO LCK-HOLDER-PROGRAM
               MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       2000-DERIVE-CHECK-DIGITS.
           OPEN I-O XREF-INDEX
           IF WS-XIDX-FILE-NOT-FOUND
               MOVE "N" TO WS-XIDX-OPEN-FLAG
           ELSE
               SET WS-XIDX-OPEN TO TRUE
           END-IF
           OPEN OUTPUT DERIVE-WORK
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 2100-DERIVE-ONE-XREF-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE XREF-FILE
           CLOSE DERIVE-WORK
           IF WS-XIDX-OPEN
               CLOSE XREF-INDEX
               MOVE "N" TO WS-XIDX-OPEN-FLAG
           END-IF
           OPEN INPUT DERIVE-WORK
           OPEN OUTPUT XREF-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 2300-COPY-BACK-XREF-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE DERIVE-WORK
           CLOSE XREF-FILE.

       2100-DERIVE-ONE-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF XRF-CHECK-DIGIT IS NUMERIC
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       MOVE XRF-AREA-1-VALUE TO CDG-AREA-1-VALUE
                       CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
                       MOVE CDG-CHECK-DIGIT TO XRF-CHECK-DIGIT
                       ADD 1 TO WS-DERIVED-COUNT
                   END-IF
                   IF WS-XIDX-OPEN
                       PERFORM 2200-DERIVE-KEYED-XREF
                   END-IF
                   MOVE XREF-RECORD TO DERIVE-WORK-RECORD
                   WRITE DERIVE-WORK-RECORD
           END-READ.

       2200-DERIVE-KEYED-XREF.
      *> Random read by the row's own key.  The keyed row is checked
      *> even when the sequential row already had its digit - a keyed
      *> file built before the digit existed lacks it either way.  A
      *> key the index does not hold means the row predates the
      *> conversion, which derives the digit when it picks it up.
           MOVE SPACES TO XREF-KEY-RECORD
           MOVE XRF-TRAN-ID TO XRK-TRAN-ID
           MOVE XRF-TIMESTAMP TO XRK-TIMESTAMP
           READ XREF-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRK-CHECK-DIGIT IS NOT NUMERIC
                       MOVE XRF-CHECK-DIGIT TO XRK-CHECK-DIGIT
                       REWRITE XREF-KEY-RECORD
                       ADD 1 TO WS-KEYED-COUNT
                   END-IF
           END-READ.

       2300-COPY-BACK-XREF-RECORD.
           READ DERIVE-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE DERIVE-WORK-RECORD TO XREF-RECORD
                   WRITE XREF-RECORD
           END-READ.

       4000-FINALIZE.
           DISPLAY "XREF RECORDS READ        : " WS-READ-COUNT
           DISPLAY "CHECK DIGITS DERIVED     : " WS-DERIVED-COUNT
           DISPLAY "ALREADY CARRYING A DIGIT : " WS-ALREADY-COUNT
           DISPLAY "KEYED ROWS UPDATED       : " WS-KEYED-COUNT.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1CDX" TO LCK-HOLDER-PROGRAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.
