      *> REJECTs it, and only approval touches COUNTER.DAT - the
      *> maintenance log carries both identities.  Views stay
      *> single-operator.
      *> An approval holds the counter lock (CNTRLOCK.DAT) while it
      *> loads and saves the counter, shutting out the counter run,
      *> reservations and online issues for those moments.
      *> Every action holds the maintenance log lock (MLOGLOCK.DAT)
      *> from before its files are read until its log record is
      *> chained on.  With either lock in use - by any program,
      *> another maintenance run included - nothing is applied or
      *> logged, the step ends RETURN-CODE 16, and the action is
      *> simply run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.
      *> reset, so the log carries both identities of the two-step
      *> control.  Records from other writers leave it blank.
           05  MLOG-SECOND-OPR         PIC X(8).
      *> MLOG-CHAIN-HASH takes the rest of the old FILLER, the record
      *> widened to the 80 bytes housekeeping already archives: the
      *> record's hash chained to the one before it - see AREA1HSH.
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       FD  SERIES-MASTER.
           COPY SERMAST.

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  PENDING-RESET-FILE.
           COPY PENDRST.

       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-FILE-STATUS      PIC XX.
       01  WS-PENDING-FILE-STATUS      PIC XX.
           88  WS-PENDING-FILE-NOT-FOUND        VALUE "35".

       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-LOG-LOCK-FILE-STATUS     PIC XX.
           88  WS-LOG-LOCK-FILE-NOT-FOUND       VALUE "35".

       01  WS-LOG-LOCK-HELD-FLAG       PIC X    VALUE "N".
           88  WS-LOG-LOCKED-HERE               VALUE "Y".

       01  WS-LOG-LOCK-REFUSED-FLAG    PIC X    VALUE "N".
           88  WS-LOG-LOCK-REFUSED              VALUE "Y".

      *> Value of the series the operator acted on, as it stands at
      *> the end of the action - written to the maintenance log.
       01  WS-AREA-1                   PIC 9(11) COMP-3 VALUE 0.
               10  WS-MST-EFF-DATE     PIC X(8).

      *> Operator authorization grants, loaded whole - the file is a
      *> handful of records maintained through AREA1ADM.
       01  WS-AUTH-TABLE-MAX           PIC 9(3) COMP VALUE 100.
       01  WS-AUTH-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-AUTH-SUB                 PIC 9(3) COMP VALUE 0.

       01  WS-EVENT-TIMESTAMP          PIC X(21).

           COPY HASHPRM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-ACCEPT-OPERATOR-REQUEST
      *> Only an approval moves the counter, so only an approval
      *> takes the counter lock - from before the counter is loaded
      *> until after it is saved.  Every action takes the log lock
      *> before any file is read, so two maintenance runs can never
      *> save over each other or chain onto the same log head.  With
      *> either lock busy nothing is read, saved or logged - a busy
      *> counter is not an authorization refusal - and the request
      *> is simply run again.
           IF WS-ACTION-CODE = "APPROVE"
               PERFORM 1900-ACQUIRE-COUNTER-LOCK
           END-IF
           IF NOT WS-LOCK-REFUSED
               PERFORM 1950-ACQUIRE-LOG-LOCK
           END-IF
           IF WS-LOCK-REFUSED OR WS-LOG-LOCK-REFUSED
               DISPLAY "*** ACTION NOT APPLIED - RUN IT AGAIN ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1300-CHECK-OPERATOR-AUTHORITY
               PERFORM 1500-LOAD-SERIES-MASTER
               PERFORM 1700-LOAD-PENDING-RESETS
               PERFORM 2000-LOAD-COUNTER
               IF WS-OPERATOR-AUTHORIZED
                   PERFORM 3000-EXECUTE-ACTION
               END-IF
               PERFORM 4000-LOG-MAINTENANCE-ACTION
               PERFORM 4600-RELEASE-LOG-LOCK
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-ACCEPT-OPERATOR-REQUEST.
                   END-IF
           END-READ.

       1900-ACQUIRE-COUNTER-LOCK.
      *> Any holder refuses the approval, another maintenance run
      *> included.  A lock left by a run that ended without freeing
      *> it is freed by AREA1RCV UNLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
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
                   " - APPROVAL NOT APPLIED, RESET STILL PENDING ***"
           ELSE
               OPEN OUTPUT COUNTER-LOCK-FILE
               MOVE SPACES TO COUNTER-LOCK-RECORD
               SET LCK-COUNTER-HELD TO TRUE
               MOVE "AREA1MNT" TO LCK-HOLDER-PROGRAM
               MOVE WS-OPERATOR-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1950-ACQUIRE-LOG-LOCK.
      *> Any holder refuses the action, another maintenance run
      *> included.  A lock left by a run that ended without freeing
      *> it is freed by AREA1RCV UNLOCK.
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
                           SET WS-LOG-LOCK-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE MAINT-LOG-LOCK-FILE
           END-IF
           IF WS-LOG-LOCK-REFUSED
               DISPLAY "*** MAINTENANCE LOG HELD BY "
                   MLK-HOLDER-PROGRAM " " MLK-HOLDER-RUN-ID
                   " SINCE " MLK-TIMESTAMP " ***"
           ELSE
               OPEN OUTPUT MAINT-LOG-LOCK-FILE
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               SET MLK-LOG-HELD TO TRUE
               MOVE "AREA1MNT" TO MLK-HOLDER-PROGRAM
               MOVE WS-OPERATOR-ID TO MLK-HOLDER-RUN-ID
               MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
               SET WS-LOG-LOCKED-HERE TO TRUE
           END-IF.

       2000-LOAD-COUNTER.
           OPEN INPUT COUNTER-FILE
           IF WS-COUNTER-FILE-NOT-FOUND
           IF WS-PENDING-CHANGED
               PERFORM 4300-SAVE-PENDING-RESETS
           END-IF
           MOVE "MAINTLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND MAINT-LOG
           IF WS-MAINT-LOG-NOT-FOUND
               OPEN OUTPUT MAINT-LOG
           MOVE WS-EVENT-TIMESTAMP TO MLOG-TIMESTAMP
           MOVE WS-CURRENT-SERIES TO MLOG-SERIES-ID
           MOVE WS-SECOND-OPERATOR TO MLOG-SECOND-OPR
           MOVE MAINT-LOG-RECORD TO HCP-RECORD-IMAGE
           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
           MOVE HCP-CHAIN-HASH TO MLOG-CHAIN-HASH
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG.

           MOVE WS-PND-DECIDE-TIME (WS-SAVE-SUB)
               TO PND-DECIDE-TIME
           WRITE PENDING-RESET-RECORD.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1MNT" TO LCK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       4600-RELEASE-LOG-LOCK.
           OPEN OUTPUT MAINT-LOG-LOCK-FILE
           MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           SET MLK-LOG-FREE TO TRUE
           MOVE "AREA1MNT" TO MLK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO MLK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
           WRITE MAINT-LOG-LOCK-RECORD
           CLOSE MAINT-LOG-LOCK-FILE
           MOVE "N" TO WS-LOG-LOCK-HELD-FLAG.
