       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1CHD.
      *> Chain head look-up.  CALLed with the HASHPRM parameter block
      *> by every program about to append to a hash-chained log,
      *> before it opens the log: HCP-LOG-ID names the log
      *> ("AUDITLOG" or "MAINTLOG") and HCP-PRIOR-HASH comes back as
      *> the hash the next record must chain from - the hash on the
      *> last record of the live log or, when housekeeping has just
      *> emptied it, the carry hash AREA1HSK left on HASHCHN.DAT.
      *> Blank means a chain that has not begun (or a log not yet
      *> sealed), which AREA1HSH takes as zeros.  The caller keeps
      *> the running hash itself from there for the rest of its run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT HASH-CHAIN-FILE ASSIGN TO "HASHCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05  FILLER                  PIC X(59).
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       FD  HASH-CHAIN-FILE.
           COPY HASHCHN.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  WS-AUDIT-FILE-NOT-FOUND          VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-CHAIN-FILE-STATUS        PIC XX.
           88  WS-CHAIN-FILE-NOT-FOUND          VALUE "35".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-RECORDS-FLAG             PIC X    VALUE "N".
           88  WS-LOG-HAS-RECORDS               VALUE "Y".

       01  WS-LAST-HASH                PIC X(18).

       LINKAGE SECTION.
           COPY HASHPRM.

       PROCEDURE DIVISION USING HASH-CHAIN-PARMS.
       0000-MAIN-CONTROL.
           MOVE SPACES TO WS-LAST-HASH
           MOVE "N" TO WS-RECORDS-FLAG
           EVALUATE HCP-LOG-ID
               WHEN "AUDITLOG"
                   PERFORM 1000-SCAN-AUDIT-LOG
               WHEN "MAINTLOG"
                   PERFORM 1100-SCAN-MAINT-LOG
           END-EVALUATE
           IF NOT WS-LOG-HAS-RECORDS
               PERFORM 2000-READ-CARRY-HASH
           END-IF
           MOVE WS-LAST-HASH TO HCP-PRIOR-HASH
           GOBACK.

       1000-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF NOT WS-AUDIT-FILE-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-READ-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-LOG
           END-IF.

       1010-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET WS-LOG-HAS-RECORDS TO TRUE
                   MOVE AUD-CHAIN-HASH TO WS-LAST-HASH
           END-READ.

       1100-SCAN-MAINT-LOG.
           OPEN INPUT MAINT-LOG
           IF NOT WS-MAINT-LOG-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-READ-MAINT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-LOG
           END-IF.

       1110-READ-MAINT-RECORD.
           READ MAINT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET WS-LOG-HAS-RECORDS TO TRUE
                   MOVE MLOG-CHAIN-HASH TO WS-LAST-HASH
           END-READ.

       2000-READ-CARRY-HASH.
           OPEN INPUT HASH-CHAIN-FILE
           IF NOT WS-CHAIN-FILE-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2010-READ-CHAIN-HEAD
                   UNTIL WS-END-OF-FILE
               CLOSE HASH-CHAIN-FILE
           END-IF.

       2010-READ-CHAIN-HEAD.
           READ HASH-CHAIN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF HCH-LOG-ID = HCP-LOG-ID
                       MOVE HCH-CARRY-HASH TO WS-LAST-HASH
                   END-IF
           END-READ.
