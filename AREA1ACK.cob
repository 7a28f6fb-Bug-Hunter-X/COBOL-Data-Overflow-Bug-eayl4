      *> copies that run's extract records to RESTAGE.DAT for
      *> redelivery.  A run whose extract rows are all voided was
      *> backed out and needs no acknowledgement.
      *>
      *> Runs split to the downstream consumers by AREA1DST are
      *> verified per consumer instead: every delivery logged on
      *> DISTLOG.DAT must be acknowledged by that consumer (its ID on
      *> the acknowledgement) with the count on the delivery's
      *> trailer, so a missing or short acknowledgement names the
      *> team.  The last delivery logged for a consumer and run wins,
      *> so a re-stage supersedes the original.  Each delivery also
      *> carries the rows the run had when it was made; a run that
      *> has since gained rows - on the run-control file or still on
      *> the extract - has rows no consumer was given, and is
      *> reported UNDISTRIBUTED ROWS against each consumer until a
      *> re-stage covers them.  When the re-stage
      *> parameter names a consumer as well as a run, only that
      *> consumer's delivery file is rebuilt - the run's rows its
      *> subscription takes, framed as a re-stage ("R") - and the
      *> re-stage is logged; RESTAGE.DAT is left alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT DISTRIBUTION-LOG ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-FILE-STATUS.

           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-RESTAGE-RUN-ID     PIC X(8).
           05  PARM-RESTAGE-CONSUMER   PIC X(8).
           05  FILLER                  PIC X(64).

       FD  EXTRACT-FILE.
           COPY EXTRACTR.
       FD  EXCEPTION-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  DISTRIBUTION-LOG.
           COPY DISTLGRC.

       FD  SUBSCRIPTION-FILE.
           COPY SUBSCRRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  WS-RUNCTL-FILE-NOT-FOUND         VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-DISTLOG-FILE-STATUS      PIC XX.
           88  WS-DISTLOG-FILE-NOT-FOUND        VALUE "35".

       01  WS-SUBSCR-FILE-STATUS       PIC XX.
           88  WS-SUBSCR-FILE-NOT-FOUND         VALUE "35".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

           88  WS-EXCEPTIONS-FOUND              VALUE "Y".

       01  WS-RESTAGE-RUN-ID           PIC X(8) VALUE SPACES.
       01  WS-RESTAGE-CONSUMER         PIC X(8) VALUE SPACES.
       01  WS-RESTAGE-COUNT            PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.
       01  WS-PUBLISHED-COUNT          PIC 9(9) VALUE 0.
       01  WS-DISTRIBUTED-COUNT        PIC 9(9) VALUE 0.

      *> One entry per run that published extract records, with the
      *> acknowledgement the downstream side returned (if any).  The
               10  WS-RUN-ACK-FLAG     PIC X.
               10  WS-RUN-ROWS-ON-FILE PIC 9(9).
               10  WS-RUN-LIVE-ROWS    PIC 9(9).
               10  WS-RUN-DIST-FLAG    PIC X.

      *> One entry per consumer per run delivered by the distribution
      *> step, with that consumer's acknowledgement (if any).  The
      *> distribution log is never trimmed either - sized for years
      *> of daily runs to a handful of consumers, and the run aborts
      *> rather than verify from a truncated set.
       01  WS-DLV-TABLE-MAX            PIC 9(5) COMP VALUE 16000.
       01  WS-DLV-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-DLV-SUB                  PIC 9(5) COMP VALUE 0.
       01  WS-DLV-TABLE.
           05  WS-DLV-ENTRY            OCCURS 0 TO 16000 TIMES
                                       DEPENDING ON WS-DLV-COUNT
                                       INDEXED BY WS-DV.
               10  WS-DLV-CONSUMER-ID  PIC X(8).
               10  WS-DLV-RUN-ID       PIC X(8).
               10  WS-DLV-DELIVERED    PIC 9(9).
               10  WS-DLV-ACKED        PIC 9(9).
               10  WS-DLV-ACK-FLAG     PIC X.
               10  WS-DLV-RUN-ROWS     PIC 9(9).
               10  WS-DLV-EARLIER-ROWS PIC 9(9).
               10  WS-DLV-ROWS-DATE    PIC X(8).
               10  WS-DLV-ROWS-FLAG    PIC X.

      *> The subscription of the consumer being re-staged.
       01  WS-RST-FOUND-FLAG           PIC X    VALUE "N".
           88  WS-RESTAGE-CONSUMER-FOUND        VALUE "Y".
       01  WS-RST-MISMATCH-FLAG        PIC X    VALUE "N".
           88  WS-RESTAGE-SUBSCR-MISMATCH       VALUE "Y".
       01  WS-RST-FAILED-FLAG          PIC X    VALUE "N".
           88  WS-RESTAGE-DELIVERY-FAILED       VALUE "Y".
       01  WS-RST-VOIDED-FLAG          PIC X    VALUE SPACES.
       01  WS-RST-SLOT                 PIC 9    VALUE 0.
       01  WS-RST-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RST-RUN-ROWS             PIC 9(9) VALUE 0.
       01  WS-RST-SERIES-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-RST-SERIES-SUB           PIC 9(3) COMP VALUE 0.
       01  WS-RST-SERIES-TABLE.
           05  WS-RST-SERIES           PIC X(3) OCCURS 20 TIMES.
       01  WS-RST-TAKES-FLAG           PIC X    VALUE "N".
           88  WS-RESTAGE-TAKES-ROW             VALUE "Y".
       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-ROW-SERIES               PIC X(3) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       01  WS-EXCEPTION-LINE.
           05  EXC-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXC-CONSUMER-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXC-REASON              PIC X(20).
           05  FILLER                  PIC X(12) VALUE
               "  PUBLISHED ".
           05  FILLER                  PIC X(13) VALUE
               " ACKNOWLEDGED".
           05  EXC-ACKED               PIC 9(9).
           05  FILLER                  PIC X(49) VALUE SPACES.

           COPY DLVPRM.

           COPY DLVCTLRC.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
       1000-INITIALIZE.
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM 1100-LOAD-PUBLISHED-RUNS
           IF NOT WS-ABORT-RUN
               PERFORM 1170-LOAD-DISTRIBUTION-LOG
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1150-COUNT-LIVE-EXTRACT-ROWS
               PERFORM 1200-LOAD-ACKNOWLEDGEMENTS
                   END-SEARCH
           END-READ.

       1170-LOAD-DISTRIBUTION-LOG.
      *> Daily deliveries and re-stages only - a backfill is history
      *> sent for the record and is not acknowledged.  A run with any
      *> delivery is verified per consumer from here on.
           OPEN INPUT DISTRIBUTION-LOG
           IF WS-DISTLOG-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1180-LOAD-ONE-DELIVERY
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE DISTRIBUTION-LOG
           END-IF.

       1180-LOAD-ONE-DELIVERY.
           READ DISTRIBUTION-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF DSL-DELIVERY-TYPE = "D"
                       OR DSL-DELIVERY-TYPE = "R"
                       PERFORM 5200-LOCATE-OR-ADD-DELIVERY
                       IF WS-DLV-SUB > 0
                           MOVE DSL-RECORD-COUNT
                               TO WS-DLV-DELIVERED (WS-DLV-SUB)
                           PERFORM 1190-NOTE-RUN-EXTRACT-ROWS
                       END-IF
                       SET WS-RN TO 1
                       SEARCH WS-RUN-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-RUN-RUN-ID (WS-RN) = DSL-RUN-ID
                               MOVE "Y" TO WS-RUN-DIST-FLAG (WS-RN)
                       END-SEARCH
                   END-IF
           END-READ.

       1190-NOTE-RUN-EXTRACT-ROWS.
      *> The rows the run had when delivered.  A run is delivered
      *> again on a later day when it gains rows after housekeeping
      *> has archived the earlier ones (the day's online run), so
      *> daily deliveries on different dates add up; a rerun on the
      *> same date, or a re-stage, replaces the latest.  An entry
      *> logged before the figure was carried leaves the total
      *> unknown, and that consumer and run is not checked for it.
           IF DSL-RUN-EXTRACT-ROWS-X IS NOT NUMERIC
               MOVE "L" TO WS-DLV-ROWS-FLAG (WS-DLV-SUB)
           ELSE
               IF DSL-DELIVERY-TYPE = "D"
                   AND DSL-TIMESTAMP (1:8)
                       NOT = WS-DLV-ROWS-DATE (WS-DLV-SUB)
                   ADD WS-DLV-RUN-ROWS (WS-DLV-SUB)
                       TO WS-DLV-EARLIER-ROWS (WS-DLV-SUB)
                   MOVE DSL-TIMESTAMP (1:8)
                       TO WS-DLV-ROWS-DATE (WS-DLV-SUB)
               END-IF
               MOVE DSL-RUN-EXTRACT-ROWS
                   TO WS-DLV-RUN-ROWS (WS-DLV-SUB)
               IF WS-DLV-ROWS-FLAG (WS-DLV-SUB) = "N"
                   MOVE "Y" TO WS-DLV-ROWS-FLAG (WS-DLV-SUB)
               END-IF
           END-IF.

       1200-LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT EXTRACT-ACK-FILE
           IF WS-ACK-FILE-NOT-FOUND
      *> The acknowledgement file comes from outside the shop -
      *> never let a malformed count into the arithmetic, the same
      *> way the threshold parameter is guarded.
                   EVALUATE TRUE
                       WHEN ACK-RECORD-COUNT-X IS NOT NUMERIC
                           PERFORM 2400-REPORT-INVALID-ACK
                       WHEN ACK-CONSUMER-ID NOT = SPACES
                           PERFORM 1220-MATCH-CONSUMER-ACK
                       WHEN OTHER
                           SET WS-RN TO 1
                           SEARCH WS-RUN-ENTRY
                               AT END
                                   PERFORM 2300-REPORT-UNKNOWN-ACK
                               WHEN WS-RUN-RUN-ID (WS-RN) = ACK-RUN-ID
                                   SET WS-RUN-SUB TO WS-RN
                                   MOVE ACK-RECORD-COUNT
                                       TO WS-RUN-ACKED (WS-RUN-SUB)
                                   MOVE "Y" TO
                                       WS-RUN-ACK-FLAG (WS-RUN-SUB)
                           END-SEARCH
                   END-EVALUATE
           END-READ.

       1220-MATCH-CONSUMER-ACK.
           SET WS-DV TO 1
           SEARCH WS-DLV-ENTRY
               AT END
                   PERFORM 2300-REPORT-UNKNOWN-ACK
               WHEN WS-DLV-RUN-ID (WS-DV) = ACK-RUN-ID
                   AND WS-DLV-CONSUMER-ID (WS-DV) = ACK-CONSUMER-ID
                   MOVE ACK-RECORD-COUNT TO WS-DLV-ACKED (WS-DV)
                   MOVE "Y" TO WS-DLV-ACK-FLAG (WS-DV)
           END-SEARCH.

       1300-LOAD-RESTAGE-PARAMETER.
      *> No parameter file means verification only - nothing is
      *> re-staged.
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RESTAGE-RUN-ID TO WS-RESTAGE-RUN-ID
                       MOVE PARM-RESTAGE-CONSUMER
                           TO WS-RESTAGE-CONSUMER
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
       2000-MATCH-ACKNOWLEDGEMENTS.
           PERFORM 2100-CHECK-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           PERFORM 2500-CHECK-ONE-DELIVERY
               VARYING WS-DLV-SUB FROM 1 BY 1
               UNTIL WS-DLV-SUB > WS-DLV-COUNT.

       2100-CHECK-ONE-RUN.
           PERFORM 2150-SET-PUBLISHED-COUNT
           IF WS-PUBLISHED-COUNT = 0
               OR WS-RUN-DIST-FLAG (WS-RUN-SUB) = "Y"
               CONTINUE
           ELSE
               IF WS-RUN-ACK-FLAG (WS-RUN-SUB) NOT = "Y"
                   MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID EXC-REASON
                   MOVE WS-RUN-RUN-ID (WS-RUN-SUB) TO EXC-RUN-ID
                   MOVE "NOT ACKNOWLEDGED" TO EXC-REASON
                   MOVE WS-PUBLISHED-COUNT TO EXC-PUBLISHED
               ELSE
                   IF WS-RUN-ACKED (WS-RUN-SUB) <
                       WS-PUBLISHED-COUNT
                       MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID
                           EXC-REASON
                       MOVE WS-RUN-RUN-ID (WS-RUN-SUB)
                           TO EXC-RUN-ID
                       MOVE "SHORT COUNT" TO EXC-REASON
                   ELSE
                       IF WS-RUN-ACKED (WS-RUN-SUB) >
                           WS-PUBLISHED-COUNT
                           MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID
                               EXC-REASON
                           MOVE WS-RUN-RUN-ID (WS-RUN-SUB)
                               TO EXC-RUN-ID
                           MOVE "OVER COUNT" TO EXC-REASON
           END-IF.

       2300-REPORT-UNKNOWN-ACK.
           MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID EXC-REASON
           MOVE ACK-RUN-ID TO EXC-RUN-ID
           MOVE ACK-CONSUMER-ID TO EXC-CONSUMER-ID
           MOVE "ACK FOR UNKNOWN RUN" TO EXC-REASON
           MOVE 0 TO EXC-PUBLISHED
           MOVE ACK-RECORD-COUNT TO EXC-ACKED
           PERFORM 2900-WRITE-EXCEPTION.

       2400-REPORT-INVALID-ACK.
           MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID EXC-REASON
           MOVE ACK-RUN-ID TO EXC-RUN-ID
           MOVE ACK-CONSUMER-ID TO EXC-CONSUMER-ID
           MOVE "ACK COUNT NOT NUM" TO EXC-REASON
           MOVE 0 TO EXC-PUBLISHED
           MOVE 0 TO EXC-ACKED
           PERFORM 2900-WRITE-EXCEPTION.

       2500-CHECK-ONE-DELIVERY.
      *> Nothing delivered needs no acknowledgement, and neither does
      *> a run a backout has since zeroed on the run-control file.
           MOVE WS-DLV-DELIVERED (WS-DLV-SUB) TO WS-PUBLISHED-COUNT
           MOVE 0 TO WS-RUN-SUB
           SET WS-RN TO 1
           SEARCH WS-RUN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RUN-RUN-ID (WS-RN) = WS-DLV-RUN-ID (WS-DLV-SUB)
                   SET WS-RUN-SUB TO WS-RN
                   IF WS-RUN-EXTRACTED (WS-RN) = 0
                       MOVE 0 TO WS-PUBLISHED-COUNT
                   END-IF
           END-SEARCH
           IF WS-PUBLISHED-COUNT > 0
               MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID EXC-REASON
               MOVE WS-DLV-RUN-ID (WS-DLV-SUB) TO EXC-RUN-ID
               MOVE WS-DLV-CONSUMER-ID (WS-DLV-SUB) TO EXC-CONSUMER-ID
               MOVE WS-PUBLISHED-COUNT TO EXC-PUBLISHED
               MOVE WS-DLV-ACKED (WS-DLV-SUB) TO EXC-ACKED
               EVALUATE TRUE
                   WHEN WS-DLV-ACK-FLAG (WS-DLV-SUB) NOT = "Y"
                       MOVE "NOT ACKNOWLEDGED" TO EXC-REASON
                       MOVE 0 TO EXC-ACKED
                       PERFORM 2900-WRITE-EXCEPTION
                   WHEN WS-DLV-ACKED (WS-DLV-SUB) < WS-PUBLISHED-COUNT
                       MOVE "SHORT COUNT" TO EXC-REASON
                       PERFORM 2900-WRITE-EXCEPTION
                   WHEN WS-DLV-ACKED (WS-DLV-SUB) > WS-PUBLISHED-COUNT
                       MOVE "OVER COUNT" TO EXC-REASON
                       PERFORM 2900-WRITE-EXCEPTION
               END-EVALUATE
           END-IF
           IF WS-RUN-SUB > 0
               AND WS-DLV-ROWS-FLAG (WS-DLV-SUB) = "Y"
               AND WS-RUN-EXTRACTED (WS-RUN-SUB) > 0
               PERFORM 2550-CHECK-UNDISTRIBUTED-ROWS
           END-IF.

       2550-CHECK-UNDISTRIBUTED-ROWS.
      *> Rows the run gained after the consumer's delivery - an
      *> online issue landing after the distribution step - were
      *> never given to it.  While they are on the extract the live
      *> count shows them; once housekeeping has archived them only
      *> the run-control count does.  The published column carries
      *> the rows the run has, the acknowledged column the rows it
      *> had when delivered.
           COMPUTE WS-DISTRIBUTED-COUNT =
               WS-DLV-EARLIER-ROWS (WS-DLV-SUB)
               + WS-DLV-RUN-ROWS (WS-DLV-SUB)
           COMPUTE WS-PUBLISHED-COUNT =
               WS-DLV-EARLIER-ROWS (WS-DLV-SUB)
               + WS-RUN-ROWS-ON-FILE (WS-RUN-SUB)
           IF WS-RUN-EXTRACTED (WS-RUN-SUB) > WS-PUBLISHED-COUNT
               MOVE WS-RUN-EXTRACTED (WS-RUN-SUB)
                   TO WS-PUBLISHED-COUNT
           END-IF
           IF WS-PUBLISHED-COUNT > WS-DISTRIBUTED-COUNT
               MOVE SPACES TO EXC-RUN-ID EXC-CONSUMER-ID EXC-REASON
               MOVE WS-DLV-RUN-ID (WS-DLV-SUB) TO EXC-RUN-ID
               MOVE WS-DLV-CONSUMER-ID (WS-DLV-SUB) TO EXC-CONSUMER-ID
               MOVE "UNDISTRIBUTED ROWS" TO EXC-REASON
               MOVE WS-PUBLISHED-COUNT TO EXC-PUBLISHED
               MOVE WS-DISTRIBUTED-COUNT TO EXC-ACKED
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2900-WRITE-EXCEPTION.
           SET WS-EXCEPTIONS-FOUND TO TRUE
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-RESTAGE-RUN-ID = SPACES
               CONTINUE
           ELSE
             IF WS-RESTAGE-CONSUMER NOT = SPACES
               PERFORM 3500-RESTAGE-FOR-CONSUMER
             ELSE
               OPEN INPUT EXTRACT-FILE
               IF WS-EXTRACT-FILE-NOT-FOUND
                   DISPLAY "*** EXTRACT FILE NOT FOUND"
                           " - RUN MAY BE ARCHIVED ***"
                   END-IF
               END-IF
             END-IF
           END-IF.

       3100-RESTAGE-ONE-RECORD.
                   END-IF
           END-READ.

       3500-RESTAGE-FOR-CONSUMER.
           PERFORM 3510-LOAD-RESTAGE-SUBSCRIPTION
           EVALUATE TRUE
               WHEN WS-RESTAGE-SUBSCR-MISMATCH
                   DISPLAY "*** CONSUMER " WS-RESTAGE-CONSUMER
                       " RECORDS DISAGREE ON SLOT, VOIDED FLAG"
                       " OR START DATE - NOTHING RE-STAGED ***"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-RESTAGE-CONSUMER-FOUND
                   DISPLAY "*** CONSUMER " WS-RESTAGE-CONSUMER
                       " HAS NO VALID SUBSCRIPTION"
                       " - NOTHING RE-STAGED ***"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
      *> A run with no rows left on EXTRACT.DAT (archived, or never
      *> there) is not re-staged at all: opening the slot would empty
      *> the consumer's delivery file, and an "R" entry would replace
      *> the run's "D" entry in the acknowledgement check.
                   PERFORM 3505-COUNT-RESTAGE-RUN-ROWS
                   IF WS-RST-RUN-ROWS = 0
                       DISPLAY "*** RUN " WS-RESTAGE-RUN-ID
                           " NOT ON EXTRACT - NOTHING RE-STAGED ***"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       OPEN INPUT EXTRACT-FILE
                       PERFORM 3530-REBUILD-CONSUMER-DELIVERY
                       CLOSE EXTRACT-FILE
                       PERFORM 3580-REPORT-CONSUMER-RESTAGE
                   END-IF
           END-EVALUATE.

       3505-COUNT-RESTAGE-RUN-ROWS.
           MOVE 0 TO WS-RST-RUN-ROWS
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3507-COUNT-ONE-RESTAGE-RUN-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE EXTRACT-FILE
           END-IF.

       3507-COUNT-ONE-RESTAGE-RUN-ROW.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EXT-RUN-ID = WS-RESTAGE-RUN-ID
                       ADD 1 TO WS-RST-RUN-ROWS
                   END-IF
           END-READ.

       3510-LOAD-RESTAGE-SUBSCRIPTION.
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBSCR-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3520-CHECK-ONE-SUBSCRIPTION
                   UNTIL WS-END-OF-FILE
                       OR WS-RESTAGE-SUBSCR-MISMATCH
               CLOSE SUBSCRIPTION-FILE
           END-IF.

       3520-CHECK-ONE-SUBSCRIPTION.
      *> The same rule as the distribution step: a consumer's second
      *> and later records add series, and what belongs to the
      *> consumer itself must agree with its first.
           READ SUBSCRIPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SUB-CONSUMER-ID = WS-RESTAGE-CONSUMER
                       AND SUB-DELIVERY-SLOT-X IS NUMERIC
                       AND SUB-DELIVERY-SLOT > 0
                       AND SUB-DELIVERY-SLOT < 9
                       AND WS-RST-SERIES-COUNT < 20
                       IF WS-RESTAGE-CONSUMER-FOUND
                           IF WS-RST-VOIDED-FLAG NOT = SUB-VOIDED-FLAG
                               OR WS-RST-SLOT NOT = SUB-DELIVERY-SLOT
                               OR WS-RST-START-DATE
                                   NOT = SUB-START-DATE
                               SET WS-RESTAGE-SUBSCR-MISMATCH TO TRUE
                           END-IF
                       ELSE
                           SET WS-RESTAGE-CONSUMER-FOUND TO TRUE
                           MOVE SUB-VOIDED-FLAG TO WS-RST-VOIDED-FLAG
                           MOVE SUB-DELIVERY-SLOT TO WS-RST-SLOT
                           MOVE SUB-START-DATE TO WS-RST-START-DATE
                       END-IF
                       ADD 1 TO WS-RST-SERIES-COUNT
                       MOVE SUB-SERIES-ID
                           TO WS-RST-SERIES (WS-RST-SERIES-COUNT)
                       IF SUB-SERIES-ID = SPACES
                           MOVE WS-DEFAULT-SERIES
                               TO WS-RST-SERIES (WS-RST-SERIES-COUNT)
                       END-IF
                   END-IF
           END-READ.

       3530-REBUILD-CONSUMER-DELIVERY.
      *> The same framing and the same row rule as the daily
      *> distribution in AREA1DST, for the one run and consumer.  A
      *> slot that cannot be opened, written or closed is reported
      *> and the re-stage is not logged.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-RST-SLOT TO DWP-SLOT
           SET DWP-OPEN-FILE TO TRUE
           CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
           PERFORM 3595-CHECK-DELIVERY-STATUS
           MOVE SPACES TO DELIVERY-CONTROL-RECORD
           SET DLC-HEADER TO TRUE
           MOVE WS-RESTAGE-CONSUMER TO DLC-CONSUMER-ID
           MOVE WS-RESTAGE-RUN-ID TO DLC-RUN-ID
           SET DLC-RESTAGE-DELIVERY TO TRUE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO DLC-CREATED-DATE
           MOVE 0 TO DLC-RECORD-COUNT
           PERFORM 3590-WRITE-DELIVERY-RECORD
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 3540-RESTAGE-ONE-CONSUMER-ROW
               UNTIL WS-END-OF-FILE
           MOVE SPACES TO DELIVERY-CONTROL-RECORD
           SET DLC-TRAILER TO TRUE
           MOVE WS-RESTAGE-CONSUMER TO DLC-CONSUMER-ID
           MOVE WS-RESTAGE-RUN-ID TO DLC-RUN-ID
           SET DLC-RESTAGE-DELIVERY TO TRUE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO DLC-CREATED-DATE
           MOVE WS-RESTAGE-COUNT TO DLC-RECORD-COUNT
           PERFORM 3590-WRITE-DELIVERY-RECORD
           IF NOT WS-RESTAGE-DELIVERY-FAILED
               SET DWP-CLOSE-FILE TO TRUE
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 3595-CHECK-DELIVERY-STATUS
           END-IF
           IF NOT WS-RESTAGE-DELIVERY-FAILED
               OPEN EXTEND DISTRIBUTION-LOG
               IF WS-DISTLOG-FILE-NOT-FOUND
                   OPEN OUTPUT DISTRIBUTION-LOG
               END-IF
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               MOVE WS-RESTAGE-CONSUMER TO DSL-CONSUMER-ID
               MOVE WS-RESTAGE-RUN-ID TO DSL-RUN-ID
               MOVE "R" TO DSL-DELIVERY-TYPE
               MOVE WS-RESTAGE-COUNT TO DSL-RECORD-COUNT
               MOVE WS-RST-SLOT TO DSL-DELIVERY-SLOT
               MOVE FUNCTION CURRENT-DATE TO DSL-TIMESTAMP
               MOVE WS-RST-RUN-ROWS TO DSL-RUN-EXTRACT-ROWS
               WRITE DISTRIBUTION-LOG-RECORD
               CLOSE DISTRIBUTION-LOG
           END-IF.

       3540-RESTAGE-ONE-CONSUMER-ROW.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EXT-RUN-ID = WS-RESTAGE-RUN-ID
                       PERFORM 3550-CHECK-RESTAGE-TAKES-ROW
                       IF WS-RESTAGE-TAKES-ROW
                           MOVE EXTRACT-RECORD
                               TO DELIVERY-CONTROL-RECORD
                           PERFORM 3590-WRITE-DELIVERY-RECORD
                           ADD 1 TO WS-RESTAGE-COUNT
                       END-IF
                   END-IF
           END-READ.

       3550-CHECK-RESTAGE-TAKES-ROW.
           MOVE "N" TO WS-RST-TAKES-FLAG
           MOVE EXT-SERIES-ID TO WS-ROW-SERIES
           IF WS-ROW-SERIES = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-ROW-SERIES
           END-IF
           IF (EXT-RECORD-VOIDED OR EXT-RECORD-CANCELLED)
               AND WS-RST-VOIDED-FLAG NOT = "Y"
               CONTINUE
           ELSE
               PERFORM 3560-CHECK-ONE-RESTAGE-SERIES
                   VARYING WS-RST-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-RST-SERIES-SUB > WS-RST-SERIES-COUNT
                       OR WS-RESTAGE-TAKES-ROW
           END-IF.

       3560-CHECK-ONE-RESTAGE-SERIES.
           IF WS-RST-SERIES (WS-RST-SERIES-SUB) = WS-ROW-SERIES
               SET WS-RESTAGE-TAKES-ROW TO TRUE
           END-IF.

       3580-REPORT-CONSUMER-RESTAGE.
      *> The return code is set here, after the last CALL of the
      *> delivery writer, which would otherwise reset it.
           IF WS-RESTAGE-DELIVERY-FAILED
               DISPLAY "*** RUN " WS-RESTAGE-RUN-ID
                   " CONSUMER " WS-RESTAGE-CONSUMER
                   " NOT RE-STAGED - NOTHING LOGGED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "RUN " WS-RESTAGE-RUN-ID
                   " CONSUMER " WS-RESTAGE-CONSUMER
                   " RECORDS RE-STAGED: " WS-RESTAGE-COUNT
               IF WS-RESTAGE-COUNT = 0
                   DISPLAY "*** NONE OF RUN " WS-RESTAGE-RUN-ID
                       "'S " WS-RST-RUN-ROWS
                       " EXTRACT ROWS GO TO CONSUMER "
                       WS-RESTAGE-CONSUMER " ***"
               END-IF
           END-IF.

       3590-WRITE-DELIVERY-RECORD.
           IF NOT WS-RESTAGE-DELIVERY-FAILED
               MOVE DELIVERY-CONTROL-RECORD TO DWP-RECORD
               SET DWP-WRITE-RECORD TO TRUE
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 3595-CHECK-DELIVERY-STATUS
           END-IF.

       3595-CHECK-DELIVERY-STATUS.
           IF DWP-FILE-STATUS NOT = "00"
               DISPLAY "*** DELIVERY SLOT " WS-RST-SLOT
                   " FOR CONSUMER " WS-RESTAGE-CONSUMER
                   " FAILED - FILE STATUS " DWP-FILE-STATUS " ***"
               SET WS-RESTAGE-DELIVERY-FAILED TO TRUE
           END-IF.

       4000-FINALIZE.
           IF WS-ABORT-RUN
               MOVE "ACKNOWLEDGEMENT VERIFICATION ABANDONED"
                   SET WS-RUN-SUB TO WS-RN
           END-SEARCH.

       5200-LOCATE-OR-ADD-DELIVERY.
           SET WS-DV TO 1
           SEARCH WS-DLV-ENTRY
               AT END
                   PERFORM 5300-ADD-DELIVERY-ENTRY
               WHEN WS-DLV-RUN-ID (WS-DV) = DSL-RUN-ID
                   AND WS-DLV-CONSUMER-ID (WS-DV) = DSL-CONSUMER-ID
                   SET WS-DLV-SUB TO WS-DV
           END-SEARCH.

       5300-ADD-DELIVERY-ENTRY.
           IF WS-DLV-COUNT >= WS-DLV-TABLE-MAX
               DISPLAY "*** ACKNOWLEDGEMENT DELIVERY TABLE FULL"
                   " - RAISE WS-DLV-TABLE-MAX ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
               MOVE 0 TO WS-DLV-SUB
           ELSE
               ADD 1 TO WS-DLV-COUNT
               MOVE WS-DLV-COUNT TO WS-DLV-SUB
               MOVE DSL-CONSUMER-ID
                   TO WS-DLV-CONSUMER-ID (WS-DLV-SUB)
               MOVE DSL-RUN-ID TO WS-DLV-RUN-ID (WS-DLV-SUB)
               MOVE 0 TO WS-DLV-DELIVERED (WS-DLV-SUB)
               MOVE 0 TO WS-DLV-ACKED (WS-DLV-SUB)
               MOVE "N" TO WS-DLV-ACK-FLAG (WS-DLV-SUB)
               MOVE 0 TO WS-DLV-RUN-ROWS (WS-DLV-SUB)
               MOVE 0 TO WS-DLV-EARLIER-ROWS (WS-DLV-SUB)
               MOVE SPACES TO WS-DLV-ROWS-DATE (WS-DLV-SUB)
               MOVE "N" TO WS-DLV-ROWS-FLAG (WS-DLV-SUB)
           END-IF.

       5100-ADD-RUN-ENTRY.
      *> A table that cannot hold every run on the run-control file
      *> must not verify at all - continuing would silently leave
               MOVE "N" TO WS-RUN-ACK-FLAG (WS-RUN-SUB)
               MOVE 0 TO WS-RUN-ROWS-ON-FILE (WS-RUN-SUB)
               MOVE 0 TO WS-RUN-LIVE-ROWS (WS-RUN-SUB)
               MOVE "N" TO WS-RUN-DIST-FLAG (WS-RUN-SUB)
           END-IF.
