      *> activity AFTER that run, the backout is refused - restoring
      *> the older counter state would reissue numbers a later run
      *> has already assigned.
      *>
      *> The counter lock (CNTRLOCK.DAT) is held from before the audit
      *> log is read until the backout is written, so no counter run
      *> or online issue can move a counter, append a row behind the
      *> copy-backs, or slip past the safety check meanwhile; a
      *> backout asked for while any program holds it - an earlier
      *> backout included - is refused.  The maintenance log lock
      *> (MLOGLOCK.DAT) is taken as well before anything is changed,
      *> so the backout entries chain onto the log in turn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "THRESHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-THRESHOLD-X        PIC X(11).
           05  MLOG-RESULT-FLAG        PIC 9.
           05  MLOG-TIMESTAMP          PIC X(21).
           05  MLOG-SERIES-ID          PIC X(3).
           05  FILLER                  PIC X(8).
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-LOG-LOCK-FILE-STATUS     PIC XX.
           88  WS-LOG-LOCK-FILE-NOT-FOUND       VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-UNSAFE-FLAG              PIC X    VALUE "N".
           88  WS-BACKOUT-UNSAFE                VALUE "Y".

       01  WS-LOCK-HELD-FLAG           PIC X    VALUE "N".
           88  WS-COUNTER-LOCKED-HERE           VALUE "Y".

       01  WS-LOCK-REFUSED-FLAG        PIC X    VALUE "N".
           88  WS-LOCK-REFUSED                  VALUE "Y".

       01  WS-LOG-LOCK-HELD-FLAG       PIC X    VALUE "N".
           88  WS-LOG-LOCKED-HERE               VALUE "Y".

       01  WS-LOG-LOCK-REFUSED-FLAG    PIC X    VALUE "N".
           88  WS-LOG-LOCK-REFUSED              VALUE "Y".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-BACKOUT-RUN-ID           PIC X(8) VALUE SPACES.

               10  WS-BKO-ON-CTR-FLAG  PIC X.

       01  WS-EVENT-TIMESTAMP          PIC X(21).

           COPY HASHPRM.

       01  WS-BACKOUT-ID.
           05  FILLER                  PIC X    VALUE "B".
           05  WS-BACKOUT-ID-SUFFIX    PIC X(6).
           IF NOT WS-ABORT-RUN
               PERFORM 3000-APPLY-BACKOUT
           END-IF
           IF WS-LOG-LOCKED-HERE
               PERFORM 4600-RELEASE-LOG-LOCK
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 4500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-ACCEPT-BACKOUT-REQUEST.
               DISPLAY "*** NO RUN ID GIVEN - NOTHING BACKED OUT ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1050-ACQUIRE-COUNTER-LOCK
               IF WS-LOCK-REFUSED
                   DISPLAY "*** BACKOUT REFUSED - COUNTER IN USE ***"
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
                           SET WS-LOCK-REFUSED TO TRUE
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
               MOVE "AREA1BKO" TO LCK-HOLDER-PROGRAM
               MOVE WS-BACKOUT-ID TO LCK-HOLDER-RUN-ID
               MOVE WS-EVENT-TIMESTAMP TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1100-LOAD-THRESHOLD-PARAMETER.
           PERFORM 3100-DERIVE-RESTORED-VALUES
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
           PERFORM 3050-ACQUIRE-LOG-LOCK
           IF WS-LOG-LOCK-REFUSED
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3200-RESTORE-COUNTER-FILE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** BACKOUT ABANDONED - NO CHANGES MADE ***"
           ELSE
               DISPLAY "XREF RECORDS VOIDED    : " WS-VOIDED-XREFS
           END-IF.

       3050-ACQUIRE-LOG-LOCK.
      *> Taken before the counter file is touched, so a busy log
      *> abandons the backout with nothing changed rather than
      *> leaving it applied but unlogged.
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
               MOVE "AREA1BKO" TO MLK-HOLDER-PROGRAM
               MOVE WS-BACKOUT-ID TO MLK-HOLDER-RUN-ID
               MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
               SET WS-LOG-LOCKED-HERE TO TRUE
           END-IF.

       3100-DERIVE-RESTORED-VALUES.
      *> WS-AREA-2 before the run is the value the series' last
      *> pre-run audit record carried.  With no pre-run audit on
           END-READ.

       3500-WRITE-BACKOUT-AUDIT.
           MOVE "AUDITLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
               MOVE WS-EVENT-TIMESTAMP TO AUD-TIMESTAMP
               MOVE WS-BKO-SER-ID (WS-SERIES-SUB) TO AUD-SERIES-ID
               MOVE WS-BACKOUT-ID TO AUD-RUN-ID
               MOVE AUDIT-LOG-RECORD TO HCP-RECORD-IMAGE
               CALL "AREA1HSH" USING HASH-CHAIN-PARMS
               MOVE HCP-CHAIN-HASH TO AUD-CHAIN-HASH
               MOVE HCP-CHAIN-HASH TO HCP-PRIOR-HASH
               WRITE AUDIT-LOG-RECORD
           END-IF.

       3600-LOG-BACKOUT-ACTION.
           MOVE "MAINTLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND MAINT-LOG
           IF WS-MAINT-LOG-NOT-FOUND
               OPEN OUTPUT MAINT-LOG
               MOVE 1 TO MLOG-RESULT-FLAG
               MOVE WS-EVENT-TIMESTAMP TO MLOG-TIMESTAMP
               MOVE WS-BKO-SER-ID (WS-SERIES-SUB) TO MLOG-SERIES-ID
               MOVE MAINT-LOG-RECORD TO HCP-RECORD-IMAGE
               CALL "AREA1HSH" USING HASH-CHAIN-PARMS
               MOVE HCP-CHAIN-HASH TO MLOG-CHAIN-HASH
               MOVE HCP-CHAIN-HASH TO HCP-PRIOR-HASH
               WRITE MAINT-LOG-RECORD
           END-IF.

           MOVE 0 TO RCT-AREA-1-FINAL
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       4500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1BKO" TO LCK-HOLDER-PROGRAM
           MOVE WS-BACKOUT-ID TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       4600-RELEASE-LOG-LOCK.
           OPEN OUTPUT MAINT-LOG-LOCK-FILE
           MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           SET MLK-LOG-FREE TO TRUE
           MOVE "AREA1BKO" TO MLK-HOLDER-PROGRAM
           MOVE WS-BACKOUT-ID TO MLK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
           WRITE MAINT-LOG-LOCK-RECORD
           CLOSE MAINT-LOG-LOCK-FILE
           MOVE "N" TO WS-LOG-LOCK-HELD-FLAG.
