      *> a lookup of an unassigned number from the ledger.
      *> The counter file is saved once, after all requests, so a
      *> rejected request never leaves a half-advanced counter.
      *> The counter lock (CNTRLOCK.DAT) is held for the whole run,
      *> from before the counter is loaded until after it is saved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       FD  RESERVATION-LEDGER.
           COPY RESVLEDG.

       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS      PIC XX.
           88  WS-REQUEST-FILE-NOT-FOUND        VALUE "35".
       01  WS-LEDGER-FILE-STATUS       PIC XX.
           88  WS-LEDGER-FILE-NOT-FOUND         VALUE "35".

       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

                   UNTIL WS-END-OF-REQUESTS
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
               DISPLAY "*** RESERVATION RUN REFUSED - RERUN WHEN THE"
                   " COUNTER IS FREE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1100-LOAD-SERIES-MASTER
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-PERSISTED-COUNTER
           END-IF
               PERFORM 2900-READ-NEXT-REQUEST
           END-IF.

       1050-ACQUIRE-COUNTER-LOCK.
      *> The counter is held from before it is loaded until after the
      *> block movements are saved, so no counter run, approved reset
      *> or online issue can save over a reservation or be saved
      *> over by one.
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
                           IF LCK-HOLDER-PROGRAM = "AREA1RSV"
                               DISPLAY "*** COUNTER LOCK LEFT BY AN"
                                   " EARLIER AREA1RSV AT "
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
               MOVE "AREA1RSV" TO LCK-HOLDER-PROGRAM
               MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1100-LOAD-SERIES-MASTER.
      *> Blocks are only ever committed against authorized series -
      *> the same hard stop AREA1CNT applies to transactions.
           MOVE WS-SER-AREA-3 (WS-SAVE-SUB) TO CTR-AREA-3
           MOVE WS-SER-ID (WS-SAVE-SUB) TO CTR-SERIES-ID
           WRITE COUNTER-RECORD.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1RSV" TO LCK-HOLDER-PROGRAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.
