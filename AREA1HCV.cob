       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1HCV.
      *> Hash chain verification for the audit and maintenance logs.
      *> For each log the chain is walked from its anchor on
      *> HASHCHN.DAT (blank before the first purge) through every
      *> archived generation on ARCHIVE.DAT in the order housekeeping
      *> cut them, then checked against the carry hash housekeeping
      *> recorded at the last cut, then walked on through the live
      *> log.  At each record the hash is recomputed through AREA1HSH
      *> from the record itself (hash field blank) and the hash of
      *> the record before it, and compared with the hash stored.
      *>
      *> The first broken link of each log is reported - where it is
      *> (archive generation and record number, or live log record
      *> number) and whose it is: the run ID and timestamp of an
      *> audit record, the operator, action and timestamp of a
      *> maintenance-log record.  A record altered in place, one
      *> inserted or removed, an archived generation tampered with or
      *> dropped out of the middle, or a record with no hash at all
      *> each break the chain there.  Records cut off the very end of
      *> the live log leave no link behind to break, so an intact
      *> chain reports its head hash, which operations may note
      *> off-system after each cycle; a head that has moved backwards,
      *> or a wholesale rewrite of the logs, is caught that way.
      *> RETURN-CODE 0 - both chains intact; 8 - a chain is broken;
      *> 16 - the logs have not been sealed (run AREA1HCS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  HASH-CHAIN-FILE.
           COPY HASHCHN.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-FILE-ID             PIC X(8).
           05  ARC-CUT-DATE            PIC X(8).
           05  ARC-RECORD-IMAGE        PIC X(89).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD            PIC X(89).

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHAIN-FILE-STATUS        PIC XX.
           88  WS-CHAIN-FILE-NOT-FOUND          VALUE "35".

       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  WS-ARCHIVE-FILE-NOT-FOUND        VALUE "35".

       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  WS-AUDIT-FILE-NOT-FOUND          VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-BROKEN-FLAG              PIC X    VALUE "N".
           88  WS-CHAIN-BROKEN                  VALUE "Y".

      *> Chain heads from HASHCHN.DAT.
       01  WS-AUDIT-CARRY-HASH         PIC X(18) VALUE SPACES.
       01  WS-AUDIT-ANCHOR-HASH        PIC X(18) VALUE SPACES.
       01  WS-MAINT-CARRY-HASH         PIC X(18) VALUE SPACES.
       01  WS-MAINT-ANCHOR-HASH        PIC X(18) VALUE SPACES.
       01  WS-SEALED-DATE              PIC X(8)  VALUE SPACES.

      *> The log being walked.  Its hash sits at WS-HASH-OFFSET in
      *> the record image: 65 for an audit record, 60 for a
      *> maintenance-log record.
       01  WS-LOG-ID                   PIC X(8)  VALUE SPACES.
       01  WS-HASH-OFFSET              PIC 9(3) COMP VALUE 0.
       01  WS-CARRY-HASH               PIC X(18) VALUE SPACES.
       01  WS-EXPECTED-PRIOR           PIC X(18) VALUE SPACES.
       01  WS-STORED-HASH              PIC X(18) VALUE SPACES.
       01  WS-ARCHIVED-COUNT           PIC 9(9) VALUE 0.
       01  WS-LIVE-COUNT               PIC 9(9) VALUE 0.
       01  WS-GEN-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-CURRENT-GEN              PIC X(8)  VALUE SPACES.
       01  WS-CHECK-IMAGE              PIC X(89).

      *> Mirrors of the two record layouts, for naming whose record
      *> broke the chain.
       01  WS-AUDIT-IMAGE.
           05  FILLER                  PIC X(32).
           05  WS-AUD-TIMESTAMP        PIC X(21).
           05  WS-AUD-SERIES-ID        PIC X(3).
           05  WS-AUD-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(25).

       01  WS-MAINT-IMAGE.
           05  WS-MLG-OPERATOR-ID      PIC X(8).
           05  WS-MLG-ACTION-CODE      PIC X(7).
           05  FILLER                  PIC X(12).
           05  WS-MLG-TIMESTAMP        PIC X(21).
           05  WS-MLG-SERIES-ID        PIC X(3).
           05  FILLER                  PIC X(38).

      *> Where the first break was found.
       01  WS-BREAK-WHERE              PIC X(50) VALUE SPACES.
       01  WS-BREAK-REASON             PIC X(50) VALUE SPACES.
       01  WS-BREAK-RECORD-NO          PIC 9(9)  VALUE 0.

       01  WS-BROKEN-LOG-COUNT         PIC 9(3) VALUE 0.

           COPY HASHPRM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-CHAIN-HEADS
           IF NOT WS-ABORT-RUN
               MOVE "AUDITLOG" TO WS-LOG-ID
               MOVE 65 TO WS-HASH-OFFSET
               MOVE WS-AUDIT-ANCHOR-HASH TO WS-EXPECTED-PRIOR
               MOVE WS-AUDIT-CARRY-HASH TO WS-CARRY-HASH
               PERFORM 2000-VERIFY-ONE-LOG
               MOVE "MAINTLOG" TO WS-LOG-ID
               MOVE 60 TO WS-HASH-OFFSET
               MOVE WS-MAINT-ANCHOR-HASH TO WS-EXPECTED-PRIOR
               MOVE WS-MAINT-CARRY-HASH TO WS-CARRY-HASH
               PERFORM 2000-VERIFY-ONE-LOG
               IF WS-BROKEN-LOG-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-LOAD-CHAIN-HEADS.
           OPEN INPUT HASH-CHAIN-FILE
           IF WS-CHAIN-FILE-NOT-FOUND
               DISPLAY "*** HASHCHN.DAT NOT FOUND - LOGS NOT SEALED,"
                   " RUN AREA1HCS ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1010-READ-ONE-CHAIN-HEAD
                   UNTIL WS-END-OF-FILE
               CLOSE HASH-CHAIN-FILE
               DISPLAY "LOGS SEALED ON " WS-SEALED-DATE
           END-IF.

       1010-READ-ONE-CHAIN-HEAD.
           READ HASH-CHAIN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HCH-SEALED-DATE TO WS-SEALED-DATE
                   EVALUATE HCH-LOG-ID
                       WHEN "AUDITLOG"
                           MOVE HCH-CARRY-HASH TO WS-AUDIT-CARRY-HASH
                           MOVE HCH-ANCHOR-HASH
                               TO WS-AUDIT-ANCHOR-HASH
                       WHEN "MAINTLOG"
                           MOVE HCH-CARRY-HASH TO WS-MAINT-CARRY-HASH
                           MOVE HCH-ANCHOR-HASH
                               TO WS-MAINT-ANCHOR-HASH
                   END-EVALUATE
           END-READ.

       2000-VERIFY-ONE-LOG.
           MOVE "N" TO WS-BROKEN-FLAG
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-LIVE-COUNT
           PERFORM 2100-WALK-ARCHIVE
      *> Whatever the archive held, the chain must now stand at the
      *> carry hash - a generation dropped off the end of the archive
      *> or a carry hash altered by hand shows here.
           IF NOT WS-CHAIN-BROKEN
               AND WS-EXPECTED-PRIOR NOT = WS-CARRY-HASH
               SET WS-CHAIN-BROKEN TO TRUE
               MOVE "END OF ARCHIVE" TO WS-BREAK-WHERE
               MOVE "LAST ARCHIVED HASH DIFFERS FROM CARRY HASH"
                   TO WS-BREAK-REASON
               DISPLAY "*** " WS-LOG-ID " CHAIN BROKEN AT "
                   WS-BREAK-WHERE " ***"
               DISPLAY "    " WS-BREAK-REASON
               DISPLAY "    EXPECTED " WS-CARRY-HASH
                   " FOUND " WS-EXPECTED-PRIOR
           END-IF
           IF NOT WS-CHAIN-BROKEN
               PERFORM 2300-WALK-LIVE-LOG
           END-IF
           IF WS-CHAIN-BROKEN
               ADD 1 TO WS-BROKEN-LOG-COUNT
           ELSE
               DISPLAY WS-LOG-ID " CHAIN INTACT - ARCHIVED "
                   WS-ARCHIVED-COUNT " LIVE " WS-LIVE-COUNT
               DISPLAY WS-LOG-ID " CHAIN HEAD " WS-EXPECTED-PRIOR
           END-IF.

       2100-WALK-ARCHIVE.
           MOVE SPACES TO WS-CURRENT-GEN
           MOVE 0 TO WS-GEN-RECORD-COUNT
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2110-CHECK-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-CHAIN-BROKEN
               CLOSE ARCHIVE-FILE
           END-IF.

       2110-CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ARC-FILE-ID = WS-LOG-ID
                       IF ARC-CUT-DATE NOT = WS-CURRENT-GEN
                           MOVE ARC-CUT-DATE TO WS-CURRENT-GEN
                           MOVE 0 TO WS-GEN-RECORD-COUNT
                       END-IF
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD 1 TO WS-ARCHIVED-COUNT
                       MOVE ARC-RECORD-IMAGE TO WS-CHECK-IMAGE
                       PERFORM 2500-CHECK-ONE-LINK
                       IF WS-CHAIN-BROKEN
                           MOVE WS-GEN-RECORD-COUNT
                               TO WS-BREAK-RECORD-NO
                           MOVE SPACES TO WS-BREAK-WHERE
                           STRING "ARCHIVE GENERATION " WS-CURRENT-GEN
                               " RECORD " WS-BREAK-RECORD-NO
                               DELIMITED BY SIZE INTO WS-BREAK-WHERE
                           PERFORM 2600-REPORT-BROKEN-LINK
                       END-IF
                   END-IF
           END-READ.

       2300-WALK-LIVE-LOG.
           MOVE "N" TO WS-EOF-FLAG
           IF WS-LOG-ID = "AUDITLOG"
               OPEN INPUT AUDIT-LOG
               IF WS-AUDIT-FILE-NOT-FOUND
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           ELSE
               OPEN INPUT MAINT-LOG
               IF WS-MAINT-LOG-NOT-FOUND
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF
           IF NOT WS-END-OF-FILE
               PERFORM 2310-CHECK-ONE-LIVE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-CHAIN-BROKEN
               IF WS-LOG-ID = "AUDITLOG"
                   CLOSE AUDIT-LOG
               ELSE
                   CLOSE MAINT-LOG
               END-IF
           END-IF.

       2310-CHECK-ONE-LIVE-RECORD.
           MOVE SPACES TO WS-CHECK-IMAGE
           IF WS-LOG-ID = "AUDITLOG"
               READ AUDIT-LOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AUDIT-LOG-RECORD TO WS-CHECK-IMAGE
               END-READ
           ELSE
               READ MAINT-LOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE MAINT-LOG-RECORD TO WS-CHECK-IMAGE
               END-READ
           END-IF
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-LIVE-COUNT
               PERFORM 2500-CHECK-ONE-LINK
               IF WS-CHAIN-BROKEN
                   MOVE WS-LIVE-COUNT TO WS-BREAK-RECORD-NO
                   MOVE SPACES TO WS-BREAK-WHERE
                   STRING "LIVE LOG RECORD " WS-BREAK-RECORD-NO
                       DELIMITED BY SIZE INTO WS-BREAK-WHERE
                   PERFORM 2600-REPORT-BROKEN-LINK
               END-IF
           END-IF.

       2500-CHECK-ONE-LINK.
           MOVE WS-CHECK-IMAGE(WS-HASH-OFFSET:18) TO WS-STORED-HASH
           IF WS-STORED-HASH = SPACES
               SET WS-CHAIN-BROKEN TO TRUE
               MOVE "RECORD CARRIES NO HASH" TO WS-BREAK-REASON
           ELSE
               MOVE SPACES TO WS-CHECK-IMAGE(WS-HASH-OFFSET:18)
               MOVE WS-EXPECTED-PRIOR TO HCP-PRIOR-HASH
               MOVE WS-CHECK-IMAGE TO HCP-RECORD-IMAGE
               CALL "AREA1HSH" USING HASH-CHAIN-PARMS
               IF HCP-CHAIN-HASH = WS-STORED-HASH
                   MOVE WS-STORED-HASH TO WS-EXPECTED-PRIOR
               ELSE
                   SET WS-CHAIN-BROKEN TO TRUE
                   MOVE "STORED HASH DOES NOT MATCH RECORD AND PRIOR"
                       TO WS-BREAK-REASON
               END-IF
           END-IF.

       2600-REPORT-BROKEN-LINK.
           DISPLAY "*** " WS-LOG-ID " CHAIN BROKEN AT "
               WS-BREAK-WHERE " ***"
           DISPLAY "    " WS-BREAK-REASON
           IF WS-LOG-ID = "AUDITLOG"
               MOVE WS-CHECK-IMAGE TO WS-AUDIT-IMAGE
               DISPLAY "    RUN ID " WS-AUD-RUN-ID
                   " SERIES " WS-AUD-SERIES-ID
                   " TIMESTAMP " WS-AUD-TIMESTAMP
           ELSE
               MOVE WS-CHECK-IMAGE TO WS-MAINT-IMAGE
               DISPLAY "    OPERATOR " WS-MLG-OPERATOR-ID
                   " ACTION " WS-MLG-ACTION-CODE
                   " SERIES " WS-MLG-SERIES-ID
                   " TIMESTAMP " WS-MLG-TIMESTAMP
           END-IF
           DISPLAY "    LAST GOOD HASH " WS-EXPECTED-PRIOR.
