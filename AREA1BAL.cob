      *> exactly one of each); and the final audited WS-AREA-1 per
      *> series equals both what the run reported persisting and what
      *> COUNTER.DAT holds - net of number blocks the reservation
      *> ledger shows were carved out of the counter after the run,
      *> and of numbers the online issue module (AREA1ONL, "O" run
      *> IDs) handed out after it.
      *> Any mismatch goes to the discrepancy
      *> report and raises a nonzero return code so the scheduler
      *> holds the downstream jobs.
      *> counter after the balanced run persisted its final - the
      *> counter is expected to sit that far ahead of the run.
               10  WS-BAL-RESV-AFTER   PIC 9(11).
      *> Online issues audited above the balanced run's persisted
      *> final - each moved the counter one further ahead of it.
               10  WS-BAL-ONLINE-AFTER PIC 9(11).

       01  WS-ADJUSTED-FINAL           PIC S9(11) VALUE 0.

                           MOVE "Y" TO
                               WS-BAL-AUDIT-FLAG (WS-SERIES-SUB)
                       END-IF
                   ELSE
                       IF AUD-RUN-ID(1:1) = "O"
                           PERFORM 2120-NOTE-ONLINE-ISSUE
                       END-IF
                   END-IF
           END-READ.

       2120-NOTE-ONLINE-ISSUE.
      *> The run-control series finals are already loaded, so an
      *> online issue numbered above the run's final for its series
      *> was made after the run.  A series the run did not report on
      *> has no counter proof to adjust.
           IF AUD-SERIES-ID = SPACES
               MOVE "GEN" TO WS-RECORD-SERIES
           ELSE
               MOVE AUD-SERIES-ID TO WS-RECORD-SERIES
           END-IF
           SET WS-SX TO 1
           SEARCH WS-SERIES-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BAL-SER-ID (WS-SX) = WS-RECORD-SERIES
                   SET WS-SERIES-SUB TO WS-SX
                   IF WS-BAL-RUNCTL-FLAG (WS-SERIES-SUB) = "Y"
                       AND AUD-NEW-AREA-1 >
                           WS-BAL-RUNCTL-FINAL (WS-SERIES-SUB)
                       ADD 1 TO WS-BAL-ONLINE-AFTER (WS-SERIES-SUB)
                   END-IF
           END-SEARCH.

       2200-COUNT-EXTRACT-RECORDS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
           END-IF
      *> The counter proof nets out ledgered reservations taken after
      *> the run - the counter legitimately sits ahead of the run's
      *> final by exactly the blocks committed to the branches - and
      *> the numbers issued online since.
           IF WS-BAL-RUNCTL-FLAG (WS-SERIES-SUB) = "Y"
               AND WS-BAL-COUNTER-FLAG (WS-SERIES-SUB) = "Y"
               COMPUTE WS-ADJUSTED-FINAL =
                   WS-BAL-COUNTER-FINAL (WS-SERIES-SUB)
                   - WS-BAL-RESV-AFTER (WS-SERIES-SUB)
                   - WS-BAL-ONLINE-AFTER (WS-SERIES-SUB)
               IF WS-BAL-RUNCTL-FINAL (WS-SERIES-SUB) NOT =
                   WS-ADJUSTED-FINAL
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "RUN FINAL VS CTR LESS RSV+ONL, SER XXX: "
                       TO DET-TEXT
                   MOVE WS-BAL-SER-ID (WS-SERIES-SUB)
                       TO DET-TEXT(36:3)
                   MOVE WS-BAL-RUNCTL-FINAL (WS-SERIES-SUB)
                       TO DET-VALUE-1
                   MOVE WS-ADJUSTED-FINAL TO DET-VALUE-2
               MOVE "N" TO WS-BAL-AUDIT-FLAG (WS-SERIES-SUB)
               MOVE "N" TO WS-BAL-COUNTER-FLAG (WS-SERIES-SUB)
               MOVE 0 TO WS-BAL-RESV-AFTER (WS-SERIES-SUB)
               MOVE 0 TO WS-BAL-ONLINE-AFTER (WS-SERIES-SUB)
           END-IF.
