       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1HCS.
      *> One-time sealing of the audit and maintenance logs.  Records
      *> written before the hash chain was introduced carry no hash;
      *> this program establishes the baseline.  Each log is chained
      *> through AREA1HSH from the start - first the archived
      *> generations on ARCHIVE.DAT in the order housekeeping cut
      *> them, then the live log continuing from the last archived
      *> record - so the chain runs unbroken from the oldest retained
      *> record to the newest.  Every hash is recomputed, so records
      *> appended since the chain was introduced are simply re-sealed
      *> in place.  Each file is rewritten through a work file, the
      *> same copy-back the backout facility uses.
      *>
      *> HASHCHN.DAT is written last, with each log's carry hash (the
      *> last archived record) and the seal date; its presence marks
      *> the logs as sealed, so a second run is refused, and from
      *> then on AREA1HSK keeps it.  A run that fails part way leaves
      *> no HASHCHN.DAT and may simply be run again.
      *>
      *> The counter lock (CNTRLOCK.DAT) and the maintenance log lock
      *> (MLOGLOCK.DAT) are held throughout, so no counter run, online
      *> issue, backout, maintenance or administration action appends
      *> to either log while it is rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-LOCK-FILE ASSIGN TO "CNTRLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

           SELECT HASH-CHAIN-FILE ASSIGN TO "HASHCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT SEAL-WORK ASSIGN TO "HCSWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-LOCK-FILE.
           COPY CNTRLOCK.

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       FD  HASH-CHAIN-FILE.
           COPY HASHCHN.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-FILE-ID             PIC X(8).
           05  ARC-CUT-DATE            PIC X(8).
           05  ARC-RECORD-IMAGE        PIC X(89).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05  FILLER                  PIC X(59).
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       FD  SEAL-WORK.
       01  SEAL-WORK-RECORD            PIC X(105).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-FILE-STATUS         PIC XX.
           88  WS-LOCK-FILE-NOT-FOUND           VALUE "35".

       01  WS-CHAIN-FILE-STATUS        PIC XX.
           88  WS-CHAIN-FILE-NOT-FOUND          VALUE "35".

       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  WS-ARCHIVE-FILE-NOT-FOUND        VALUE "35".

       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  WS-AUDIT-FILE-NOT-FOUND          VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-WORK-FILE-STATUS         PIC XX.

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

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

      *> Running hash of each chain, and each chain's hash as it
      *> stood at the end of the archive - the carry hash.
       01  WS-AUDIT-CHAIN-HASH         PIC X(18) VALUE SPACES.
       01  WS-MAINT-CHAIN-HASH         PIC X(18) VALUE SPACES.
       01  WS-AUDIT-CARRY-HASH         PIC X(18) VALUE SPACES.
       01  WS-MAINT-CARRY-HASH         PIC X(18) VALUE SPACES.

       01  WS-ARCHIVE-AUDIT-COUNT      PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-MAINT-COUNT      PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-OTHER-COUNT      PIC 9(9) VALUE 0.
       01  WS-LIVE-AUDIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-LIVE-MAINT-COUNT         PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

           COPY HASHPRM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SEAL-ARCHIVE
               PERFORM 3000-SEAL-AUDIT-LOG
               PERFORM 4000-SEAL-MAINT-LOG
               PERFORM 5000-WRITE-CHAIN-HEADS
               PERFORM 6000-FINALIZE
           END-IF
           IF WS-LOG-LOCKED-HERE
               PERFORM 6600-RELEASE-LOG-LOCK
           END-IF
           IF WS-COUNTER-LOCKED-HERE
               PERFORM 6500-RELEASE-COUNTER-LOCK
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT HASH-CHAIN-FILE
           IF WS-CHAIN-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE SPACES TO HASH-CHAIN-HEAD-RECORD
               READ HASH-CHAIN-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE HASH-CHAIN-FILE
               DISPLAY "*** LOGS ALREADY SEALED ON " HCH-SEALED-DATE
                   " - SEALING REFUSED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1050-ACQUIRE-COUNTER-LOCK
               IF WS-LOCK-REFUSED
                   DISPLAY "*** LOG SEALING REFUSED -"
                       " COUNTER IN USE ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1060-ACQUIRE-LOG-LOCK
               IF WS-LOG-LOCK-REFUSED
                   DISPLAY "*** LOG SEALING REFUSED -"
                       " MAINTENANCE LOG IN USE ***"
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
                           IF LCK-HOLDER-PROGRAM = "AREA1HCS"
                               DISPLAY "*** COUNTER LOCK LEFT BY AN"
                                   " EARLIER AREA1HCS AT "
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
               MOVE "AREA1HCS" TO LCK-HOLDER-PROGRAM
               MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO LCK-TIMESTAMP
               WRITE COUNTER-LOCK-RECORD
               CLOSE COUNTER-LOCK-FILE
               SET WS-COUNTER-LOCKED-HERE TO TRUE
           END-IF.

       1060-ACQUIRE-LOG-LOCK.
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
                           IF MLK-HOLDER-PROGRAM = "AREA1HCS"
                               DISPLAY "*** MAINTENANCE LOG LOCK LEFT"
                                   " BY AN EARLIER AREA1HCS AT "
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
           ELSE
               OPEN OUTPUT MAINT-LOG-LOCK-FILE
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               SET MLK-LOG-HELD TO TRUE
               MOVE "AREA1HCS" TO MLK-HOLDER-PROGRAM
               MOVE WS-CURRENT-DATE-TIME(1:8) TO MLK-HOLDER-RUN-ID
               MOVE WS-CURRENT-DATE-TIME TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
               SET WS-LOG-LOCKED-HERE TO TRUE
           END-IF.

       2000-SEAL-ARCHIVE.
      *> The archive holds every cut file; only the audit and
      *> maintenance-log images are chained, each log on its own
      *> chain, and everything else is copied across untouched.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT SEAL-WORK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-SEAL-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
               CLOSE SEAL-WORK
               OPEN INPUT SEAL-WORK
               OPEN OUTPUT ARCHIVE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2200-COPY-BACK-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE SEAL-WORK
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE WS-AUDIT-CHAIN-HASH TO WS-AUDIT-CARRY-HASH
           MOVE WS-MAINT-CHAIN-HASH TO WS-MAINT-CARRY-HASH.

       2100-SEAL-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE ARC-FILE-ID
                       WHEN "AUDITLOG"
                           MOVE SPACES TO ARC-RECORD-IMAGE(65:18)
                           MOVE WS-AUDIT-CHAIN-HASH TO HCP-PRIOR-HASH
                           MOVE ARC-RECORD-IMAGE TO HCP-RECORD-IMAGE
                           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
                           MOVE HCP-CHAIN-HASH
                               TO ARC-RECORD-IMAGE(65:18)
                           MOVE HCP-CHAIN-HASH TO WS-AUDIT-CHAIN-HASH
                           ADD 1 TO WS-ARCHIVE-AUDIT-COUNT
                       WHEN "MAINTLOG"
                           MOVE SPACES TO ARC-RECORD-IMAGE(60:18)
                           MOVE WS-MAINT-CHAIN-HASH TO HCP-PRIOR-HASH
                           MOVE ARC-RECORD-IMAGE TO HCP-RECORD-IMAGE
                           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
                           MOVE HCP-CHAIN-HASH
                               TO ARC-RECORD-IMAGE(60:18)
                           MOVE HCP-CHAIN-HASH TO WS-MAINT-CHAIN-HASH
                           ADD 1 TO WS-ARCHIVE-MAINT-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-ARCHIVE-OTHER-COUNT
                   END-EVALUATE
                   MOVE ARCHIVE-RECORD TO SEAL-WORK-RECORD
                   WRITE SEAL-WORK-RECORD
           END-READ.

       2200-COPY-BACK-ARCHIVE-RECORD.
           READ SEAL-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SEAL-WORK-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
           END-READ.

       3000-SEAL-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT SEAL-WORK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3100-SEAL-ONE-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LOG
               CLOSE SEAL-WORK
               OPEN INPUT SEAL-WORK
               OPEN OUTPUT AUDIT-LOG
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3200-COPY-BACK-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE SEAL-WORK
               CLOSE AUDIT-LOG
           END-IF.

       3100-SEAL-ONE-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO AUD-CHAIN-HASH
                   MOVE WS-AUDIT-CHAIN-HASH TO HCP-PRIOR-HASH
                   MOVE AUDIT-LOG-RECORD TO HCP-RECORD-IMAGE
                   CALL "AREA1HSH" USING HASH-CHAIN-PARMS
                   MOVE HCP-CHAIN-HASH TO AUD-CHAIN-HASH
                   MOVE HCP-CHAIN-HASH TO WS-AUDIT-CHAIN-HASH
                   ADD 1 TO WS-LIVE-AUDIT-COUNT
                   MOVE SPACES TO SEAL-WORK-RECORD
                   MOVE AUDIT-LOG-RECORD TO SEAL-WORK-RECORD
                   WRITE SEAL-WORK-RECORD
           END-READ.

       3200-COPY-BACK-AUDIT-RECORD.
           READ SEAL-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SEAL-WORK-RECORD(1:89) TO AUDIT-LOG-RECORD
                   WRITE AUDIT-LOG-RECORD
           END-READ.

       4000-SEAL-MAINT-LOG.
           OPEN INPUT MAINT-LOG
           IF WS-MAINT-LOG-NOT-FOUND
               CONTINUE
           ELSE
               OPEN OUTPUT SEAL-WORK
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 4100-SEAL-ONE-MAINT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-LOG
               CLOSE SEAL-WORK
               OPEN INPUT SEAL-WORK
               OPEN OUTPUT MAINT-LOG
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 4200-COPY-BACK-MAINT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE SEAL-WORK
               CLOSE MAINT-LOG
           END-IF.

       4100-SEAL-ONE-MAINT-RECORD.
           READ MAINT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO MLOG-CHAIN-HASH
                   MOVE WS-MAINT-CHAIN-HASH TO HCP-PRIOR-HASH
                   MOVE MAINT-LOG-RECORD TO HCP-RECORD-IMAGE
                   CALL "AREA1HSH" USING HASH-CHAIN-PARMS
                   MOVE HCP-CHAIN-HASH TO MLOG-CHAIN-HASH
                   MOVE HCP-CHAIN-HASH TO WS-MAINT-CHAIN-HASH
                   ADD 1 TO WS-LIVE-MAINT-COUNT
                   MOVE SPACES TO SEAL-WORK-RECORD
                   MOVE MAINT-LOG-RECORD TO SEAL-WORK-RECORD
                   WRITE SEAL-WORK-RECORD
           END-READ.

       4200-COPY-BACK-MAINT-RECORD.
           READ SEAL-WORK
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SEAL-WORK-RECORD(1:80) TO MAINT-LOG-RECORD
                   WRITE MAINT-LOG-RECORD
           END-READ.

       5000-WRITE-CHAIN-HEADS.
           OPEN OUTPUT HASH-CHAIN-FILE
           MOVE SPACES TO HASH-CHAIN-HEAD-RECORD
           MOVE "AUDITLOG" TO HCH-LOG-ID
           MOVE WS-AUDIT-CARRY-HASH TO HCH-CARRY-HASH
           MOVE WS-CURRENT-DATE-TIME(1:8) TO HCH-SEALED-DATE
           MOVE WS-CURRENT-DATE-TIME TO HCH-TIMESTAMP
           WRITE HASH-CHAIN-HEAD-RECORD
           MOVE SPACES TO HASH-CHAIN-HEAD-RECORD
           MOVE "MAINTLOG" TO HCH-LOG-ID
           MOVE WS-MAINT-CARRY-HASH TO HCH-CARRY-HASH
           MOVE WS-CURRENT-DATE-TIME(1:8) TO HCH-SEALED-DATE
           MOVE WS-CURRENT-DATE-TIME TO HCH-TIMESTAMP
           WRITE HASH-CHAIN-HEAD-RECORD
           CLOSE HASH-CHAIN-FILE.

       6000-FINALIZE.
           DISPLAY "ARCHIVED AUDIT RECORDS SEALED : "
               WS-ARCHIVE-AUDIT-COUNT
           DISPLAY "ARCHIVED MAINT RECORDS SEALED : "
               WS-ARCHIVE-MAINT-COUNT
           DISPLAY "OTHER ARCHIVE RECORDS COPIED  : "
               WS-ARCHIVE-OTHER-COUNT
           DISPLAY "LIVE AUDIT RECORDS SEALED     : "
               WS-LIVE-AUDIT-COUNT
           DISPLAY "LIVE MAINT RECORDS SEALED     : "
               WS-LIVE-MAINT-COUNT
           DISPLAY "AUDITLOG CHAIN HEAD           : "
               WS-AUDIT-CHAIN-HASH
           DISPLAY "MAINTLOG CHAIN HEAD           : "
               WS-MAINT-CHAIN-HASH.

       6500-RELEASE-COUNTER-LOCK.
           OPEN OUTPUT COUNTER-LOCK-FILE
           MOVE SPACES TO COUNTER-LOCK-RECORD
           SET LCK-COUNTER-FREE TO TRUE
           MOVE "AREA1HCS" TO LCK-HOLDER-PROGRAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO LCK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO LCK-TIMESTAMP
           WRITE COUNTER-LOCK-RECORD
           CLOSE COUNTER-LOCK-FILE
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       6600-RELEASE-LOG-LOCK.
           OPEN OUTPUT MAINT-LOG-LOCK-FILE
           MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           SET MLK-LOG-FREE TO TRUE
           MOVE "AREA1HCS" TO MLK-HOLDER-PROGRAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO MLK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
           WRITE MAINT-LOG-LOCK-RECORD
           CLOSE MAINT-LOG-LOCK-FILE
           MOVE "N" TO WS-LOG-LOCK-HELD-FLAG.
