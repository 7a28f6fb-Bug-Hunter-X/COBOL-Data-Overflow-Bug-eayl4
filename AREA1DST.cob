       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1DST.
      *> Per-consumer extract distribution.  Runs in the daily cycle
      *> after AREA1CNT and splits EXTRACT.DAT, as it stands, into one
      *> delivery file per downstream consumer named on the
      *> subscription file SUBSCRIB.DAT.  A consumer receives the
      *> rows of the series it subscribes to - live assignments
      *> only, or voided rows and cancellation notices as well if its
      *> subscription says so.  Each run on the extract is delivered
      *> separately, framed by a DLVCTLRC header and a trailer
      *> carrying the count of rows between them, in the order the
      *> runs first appear on the extract; a run with nothing for a
      *> consumer still gets its header and a zero trailer, so the
      *> consumer sees every run.  The delivery files are the fixed
      *> slots DELIVER1.DAT to DELIVER8.DAT written through AREA1DLW,
      *> each consumer's slot given on its subscription, and each is
      *> rewritten whole every run - like EXTRACT.DAT itself, it holds
      *> the day's deliveries until housekeeping.
      *>
      *> Every delivery is logged to DISTLOG.DAT (consumer, run,
      *> count, and the rows the run had on the extract), and
      *> AREA1ACK verifies each consumer's acknowledgement of each run
      *> against it.  The log entries are written once every slot has
      *> been closed; a slot that cannot be opened, written or closed
      *> is reported with its consumer, nothing is logged for that
      *> consumer, and the step ends RETURN-CODE 16.  A consumer
      *> whose subscription starts after today is not delivered yet;
      *> history from before a consumer's start comes by backfill,
      *> AREA1DBF.  A missing or
      *> empty subscription file means nobody takes a split delivery
      *> and the step does nothing.  A subscription file in error
      *> stops the step (RETURN-CODE 16) before any delivery is
      *> touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCR-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT DISTRIBUTION-LOG ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIPTION-FILE.
           COPY SUBSCRRC.

       FD  EXTRACT-FILE.
           COPY EXTRACTR.

       FD  DISTRIBUTION-LOG.
           COPY DISTLGRC.

       WORKING-STORAGE SECTION.
       01  WS-SUBSCR-FILE-STATUS       PIC XX.
           88  WS-SUBSCR-FILE-NOT-FOUND         VALUE "35".

       01  WS-EXTRACT-FILE-STATUS      PIC XX.
           88  WS-EXTRACT-FILE-NOT-FOUND        VALUE "35".

       01  WS-DISTLOG-FILE-STATUS      PIC XX.
           88  WS-DISTLOG-FILE-NOT-FOUND        VALUE "35".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-TAKES-ROW-FLAG           PIC X    VALUE "N".
           88  WS-CONSUMER-TAKES-ROW            VALUE "Y".

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-ROW-SERIES               PIC X(3) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY                    PIC X(8).

      *> One entry per consumer on the subscription file, with the
      *> series it takes.  A consumer is active when its start date
      *> has come; only active consumers are delivered.
       01  WS-CON-TABLE-MAX            PIC 9(3) COMP VALUE 8.
       01  WS-CON-SERIES-MAX           PIC 9(3) COMP VALUE 20.
       01  WS-CON-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-CON-SUB                  PIC 9(3) COMP VALUE 0.
       01  WS-CON-SERIES-SUB           PIC 9(3) COMP VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY            OCCURS 0 TO 8 TIMES
                                       DEPENDING ON WS-CON-COUNT
                                       INDEXED BY WS-CN.
               10  WS-CON-ID           PIC X(8).
               10  WS-CON-VOIDED-FLAG  PIC X.
               10  WS-CON-SLOT         PIC 9.
               10  WS-CON-START-DATE   PIC X(8).
               10  WS-CON-ACTIVE-FLAG  PIC X.
               10  WS-CON-FAILED-FLAG  PIC X.
               10  WS-CON-RUN-ROWS     PIC 9(9).
               10  WS-CON-TOTAL-ROWS   PIC 9(9).
               10  WS-CON-SERIES-COUNT PIC 9(3) COMP.
               10  WS-CON-SERIES       PIC X(3) OCCURS 20 TIMES.

      *> The runs on the extract, in the order they first appear,
      *> with the rows each had when distributed and the rows each
      *> consumer was given, held for the log entries.
       01  WS-RUN-TABLE-MAX            PIC 9(5) COMP VALUE 500.
       01  WS-RUN-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-RUN-SUB                  PIC 9(5) COMP VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY            OCCURS 0 TO 500 TIMES
                                       DEPENDING ON WS-RUN-COUNT
                                       INDEXED BY WS-RN.
               10  WS-RUN-RUN-ID       PIC X(8).
               10  WS-RUN-EXTRACT-ROWS PIC 9(9).
               10  WS-RUN-CON-ROWS     PIC 9(9) OCCURS 8 TIMES.

       01  WS-DISTRIBUTED-ROWS         PIC 9(9) VALUE 0.

           COPY DLVPRM.

           COPY DLVCTLRC.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               IF WS-ACTIVE-COUNT = 0
                   DISPLAY "NO ACTIVE SUBSCRIPTIONS - NOTHING"
                       " DISTRIBUTED"
               ELSE
                   PERFORM 2000-DISTRIBUTE-EXTRACT
                   PERFORM 4000-FINALIZE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           PERFORM 1100-LOAD-SUBSCRIPTIONS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-MARK-ONE-CONSUMER-ACTIVE
                   VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-COUNT
           END-IF
           IF NOT WS-ABORT-RUN AND WS-ACTIVE-COUNT > 0
               PERFORM 1300-COLLECT-RUNS
           END-IF.

       1100-LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBSCR-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-LOAD-ONE-SUBSCRIPTION
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE SUBSCRIPTION-FILE
           END-IF.

       1110-LOAD-ONE-SUBSCRIPTION.
           READ SUBSCRIPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 1120-VALIDATE-SUBSCRIPTION
                   IF NOT WS-ABORT-RUN
                       PERFORM 1130-ADD-SUBSCRIPTION
                   END-IF
           END-READ.

       1120-VALIDATE-SUBSCRIPTION.
           EVALUATE TRUE
               WHEN SUB-CONSUMER-ID = SPACES
                   DISPLAY "*** SUBSCRIPTION WITH NO CONSUMER ID ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN SUB-DELIVERY-SLOT-X IS NOT NUMERIC
                   OR SUB-DELIVERY-SLOT = 0
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " DELIVERY SLOT NOT 1-8 ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN SUB-DELIVERY-SLOT > 8
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " DELIVERY SLOT NOT 1-8 ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN NOT SUB-TAKES-VOIDED AND NOT SUB-LIVE-ONLY
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " VOIDED FLAG NOT Y OR N ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN SUB-START-DATE NOT = SPACES
                   AND SUB-START-DATE IS NOT NUMERIC
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " START DATE NOT NUMERIC ***"
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
           END-IF.

       1130-ADD-SUBSCRIPTION.
      *> A consumer's second and later records add series; what
      *> belongs to the consumer itself must agree with its first.
           SET WS-CN TO 1
           SEARCH WS-CON-ENTRY
               AT END
                   PERFORM 1140-ADD-CONSUMER
               WHEN WS-CON-ID (WS-CN) = SUB-CONSUMER-ID
                   SET WS-CON-SUB TO WS-CN
           END-SEARCH
           IF NOT WS-ABORT-RUN
               IF WS-CON-VOIDED-FLAG (WS-CON-SUB) NOT = SUB-VOIDED-FLAG
                   OR WS-CON-SLOT (WS-CON-SUB) NOT = SUB-DELIVERY-SLOT
                   OR WS-CON-START-DATE (WS-CON-SUB)
                       NOT = SUB-START-DATE
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " RECORDS DISAGREE ON SLOT, VOIDED FLAG"
                       " OR START DATE ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-CON-SERIES-COUNT (WS-CON-SUB)
                   >= WS-CON-SERIES-MAX
                   DISPLAY "*** CONSUMER " SUB-CONSUMER-ID
                       " TAKES MORE THAN 20 SERIES ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CON-SERIES-COUNT (WS-CON-SUB)
                   MOVE WS-CON-SERIES-COUNT (WS-CON-SUB)
                       TO WS-CON-SERIES-SUB
                   MOVE SUB-SERIES-ID TO WS-CON-SERIES
                       (WS-CON-SUB, WS-CON-SERIES-SUB)
                   IF SUB-SERIES-ID = SPACES
                       MOVE WS-DEFAULT-SERIES TO WS-CON-SERIES
                           (WS-CON-SUB, WS-CON-SERIES-SUB)
                   END-IF
               END-IF
           END-IF.

       1140-ADD-CONSUMER.
           SET WS-CN TO 1
           SEARCH WS-CON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CON-SLOT (WS-CN) = SUB-DELIVERY-SLOT
                   DISPLAY "*** CONSUMERS " WS-CON-ID (WS-CN)
                       " AND " SUB-CONSUMER-ID
                       " SHARE DELIVERY SLOT " SUB-DELIVERY-SLOT
                       " ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-SEARCH
           IF NOT WS-ABORT-RUN
               IF WS-CON-COUNT >= WS-CON-TABLE-MAX
                   DISPLAY "*** MORE THAN 8 CONSUMERS ON THE"
                       " SUBSCRIPTION FILE ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CON-COUNT
                   MOVE WS-CON-COUNT TO WS-CON-SUB
                   MOVE SUB-CONSUMER-ID TO WS-CON-ID (WS-CON-SUB)
                   MOVE SUB-VOIDED-FLAG
                       TO WS-CON-VOIDED-FLAG (WS-CON-SUB)
                   MOVE SUB-DELIVERY-SLOT TO WS-CON-SLOT (WS-CON-SUB)
                   MOVE SUB-START-DATE
                       TO WS-CON-START-DATE (WS-CON-SUB)
                   MOVE "N" TO WS-CON-ACTIVE-FLAG (WS-CON-SUB)
                   MOVE "N" TO WS-CON-FAILED-FLAG (WS-CON-SUB)
                   MOVE 0 TO WS-CON-RUN-ROWS (WS-CON-SUB)
                   MOVE 0 TO WS-CON-TOTAL-ROWS (WS-CON-SUB)
                   MOVE 0 TO WS-CON-SERIES-COUNT (WS-CON-SUB)
               END-IF
           END-IF.

       1200-MARK-ONE-CONSUMER-ACTIVE.
           IF WS-CON-START-DATE (WS-CON-SUB) = SPACES
               OR WS-CON-START-DATE (WS-CON-SUB) <= WS-TODAY
               MOVE "Y" TO WS-CON-ACTIVE-FLAG (WS-CON-SUB)
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               DISPLAY "CONSUMER " WS-CON-ID (WS-CON-SUB)
                   " STARTS " WS-CON-START-DATE (WS-CON-SUB)
                   " - NOT DELIVERED YET"
           END-IF.

       1300-COLLECT-RUNS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1310-NOTE-ONE-EXTRACT-RUN
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE EXTRACT-FILE
           END-IF.

       1310-NOTE-ONE-EXTRACT-RUN.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET WS-RN TO 1
                   SEARCH WS-RUN-ENTRY
                       AT END
                           PERFORM 1320-ADD-RUN
                       WHEN WS-RUN-RUN-ID (WS-RN) = EXT-RUN-ID
                           CONTINUE
                   END-SEARCH
           END-READ.

       1320-ADD-RUN.
           IF WS-RUN-COUNT >= WS-RUN-TABLE-MAX
               DISPLAY "*** MORE THAN 500 RUNS ON THE EXTRACT"
                   " - RAISE WS-RUN-TABLE-MAX ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE EXT-RUN-ID TO WS-RUN-RUN-ID (WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-EXTRACT-ROWS (WS-RUN-COUNT)
           END-IF.

       2000-DISTRIBUTE-EXTRACT.
           SET DWP-OPEN-FILE TO TRUE
           PERFORM 2900-CALL-FOR-EACH-ACTIVE
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT
           PERFORM 2100-DISTRIBUTE-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           SET DWP-CLOSE-FILE TO TRUE
           PERFORM 2900-CALL-FOR-EACH-ACTIVE
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT
           OPEN EXTEND DISTRIBUTION-LOG
           IF WS-DISTLOG-FILE-NOT-FOUND
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF
           PERFORM 2400-LOG-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           CLOSE DISTRIBUTION-LOG.

       2100-DISTRIBUTE-ONE-RUN.
      *> Header to every active consumer, one pass of the extract for
      *> the run's rows, then the trailers.
           MOVE SPACES TO DELIVERY-CONTROL-RECORD
           SET DLC-HEADER TO TRUE
           MOVE WS-RUN-RUN-ID (WS-RUN-SUB) TO DLC-RUN-ID
           SET DLC-DAILY-DELIVERY TO TRUE
           MOVE WS-TODAY TO DLC-CREATED-DATE
           MOVE 0 TO DLC-RECORD-COUNT
           PERFORM 2110-WRITE-ONE-HEADER
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT
           OPEN INPUT EXTRACT-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 2200-ROUTE-ONE-EXTRACT-ROW
               UNTIL WS-END-OF-FILE
           CLOSE EXTRACT-FILE
           PERFORM 2300-WRITE-ONE-TRAILER
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT.

       2110-WRITE-ONE-HEADER.
           MOVE 0 TO WS-CON-RUN-ROWS (WS-CON-SUB)
           IF WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
               AND WS-CON-FAILED-FLAG (WS-CON-SUB) = "N"
               MOVE WS-CON-ID (WS-CON-SUB) TO DLC-CONSUMER-ID
               MOVE DELIVERY-CONTROL-RECORD TO DWP-RECORD
               SET DWP-WRITE-RECORD TO TRUE
               MOVE WS-CON-SLOT (WS-CON-SUB) TO DWP-SLOT
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 2950-CHECK-DELIVERY-STATUS
           END-IF.

       2200-ROUTE-ONE-EXTRACT-ROW.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EXT-RUN-ID = WS-RUN-RUN-ID (WS-RUN-SUB)
                       ADD 1 TO WS-RUN-EXTRACT-ROWS (WS-RUN-SUB)
                       MOVE EXT-SERIES-ID TO WS-ROW-SERIES
                       IF WS-ROW-SERIES = SPACES
                           MOVE WS-DEFAULT-SERIES TO WS-ROW-SERIES
                       END-IF
                       PERFORM 2210-ROUTE-ROW-TO-CONSUMER
                           VARYING WS-CON-SUB FROM 1 BY 1
                           UNTIL WS-CON-SUB > WS-CON-COUNT
                   END-IF
           END-READ.

       2210-ROUTE-ROW-TO-CONSUMER.
           IF WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
               AND WS-CON-FAILED-FLAG (WS-CON-SUB) = "N"
               PERFORM 5000-CHECK-CONSUMER-TAKES-ROW
               IF WS-CONSUMER-TAKES-ROW
                   MOVE EXTRACT-RECORD TO DWP-RECORD
                   SET DWP-WRITE-RECORD TO TRUE
                   MOVE WS-CON-SLOT (WS-CON-SUB) TO DWP-SLOT
                   CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
                   PERFORM 2950-CHECK-DELIVERY-STATUS
                   ADD 1 TO WS-CON-RUN-ROWS (WS-CON-SUB)
                   ADD 1 TO WS-CON-TOTAL-ROWS (WS-CON-SUB)
                   ADD 1 TO WS-DISTRIBUTED-ROWS
               END-IF
           END-IF.

       2300-WRITE-ONE-TRAILER.
           MOVE WS-CON-RUN-ROWS (WS-CON-SUB)
               TO WS-RUN-CON-ROWS (WS-RUN-SUB, WS-CON-SUB)
           IF WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
               AND WS-CON-FAILED-FLAG (WS-CON-SUB) = "N"
               MOVE SPACES TO DELIVERY-CONTROL-RECORD
               SET DLC-TRAILER TO TRUE
               MOVE WS-CON-ID (WS-CON-SUB) TO DLC-CONSUMER-ID
               MOVE WS-RUN-RUN-ID (WS-RUN-SUB) TO DLC-RUN-ID
               SET DLC-DAILY-DELIVERY TO TRUE
               MOVE WS-TODAY TO DLC-CREATED-DATE
               MOVE WS-CON-RUN-ROWS (WS-CON-SUB) TO DLC-RECORD-COUNT
               MOVE DELIVERY-CONTROL-RECORD TO DWP-RECORD
               SET DWP-WRITE-RECORD TO TRUE
               MOVE WS-CON-SLOT (WS-CON-SUB) TO DWP-SLOT
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 2950-CHECK-DELIVERY-STATUS
           END-IF.

       2400-LOG-ONE-RUN.
           PERFORM 2410-LOG-ONE-DELIVERY
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT.

       2410-LOG-ONE-DELIVERY.
      *> A consumer whose slot failed is not logged, so AREA1ACK
      *> does not wait on an acknowledgement for a delivery that was
      *> never made whole.
           IF WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
               AND WS-CON-FAILED-FLAG (WS-CON-SUB) = "N"
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               MOVE WS-CON-ID (WS-CON-SUB) TO DSL-CONSUMER-ID
               MOVE WS-RUN-RUN-ID (WS-RUN-SUB) TO DSL-RUN-ID
               MOVE "D" TO DSL-DELIVERY-TYPE
               MOVE WS-RUN-CON-ROWS (WS-RUN-SUB, WS-CON-SUB)
                   TO DSL-RECORD-COUNT
               MOVE WS-CON-SLOT (WS-CON-SUB) TO DSL-DELIVERY-SLOT
               MOVE FUNCTION CURRENT-DATE TO DSL-TIMESTAMP
               MOVE WS-RUN-EXTRACT-ROWS (WS-RUN-SUB)
                   TO DSL-RUN-EXTRACT-ROWS
               WRITE DISTRIBUTION-LOG-RECORD
           END-IF.

       2900-CALL-FOR-EACH-ACTIVE.
           IF WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
               AND WS-CON-FAILED-FLAG (WS-CON-SUB) = "N"
               MOVE WS-CON-SLOT (WS-CON-SUB) TO DWP-SLOT
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 2950-CHECK-DELIVERY-STATUS
           END-IF.

       2950-CHECK-DELIVERY-STATUS.
           IF DWP-FILE-STATUS NOT = "00"
               DISPLAY "*** DELIVERY SLOT " WS-CON-SLOT (WS-CON-SUB)
                   " FOR CONSUMER " WS-CON-ID (WS-CON-SUB)
                   " FAILED - FILE STATUS " DWP-FILE-STATUS
                   " - NOT LOGGED ***"
               MOVE "Y" TO WS-CON-FAILED-FLAG (WS-CON-SUB)
           END-IF.

       4000-FINALIZE.
           DISPLAY "RUNS ON THE EXTRACT      : " WS-RUN-COUNT
           DISPLAY "ROWS DISTRIBUTED         : " WS-DISTRIBUTED-ROWS
           PERFORM 4100-DISPLAY-ONE-CONSUMER
               VARYING WS-CON-SUB FROM 1 BY 1
               UNTIL WS-CON-SUB > WS-CON-COUNT.

       4100-DISPLAY-ONE-CONSUMER.
      *> The return code is set here, after the last CALL of the
      *> delivery writer, which would otherwise reset it.
           EVALUATE TRUE
               WHEN WS-CON-FAILED-FLAG (WS-CON-SUB) = "Y"
                   DISPLAY "CONSUMER " WS-CON-ID (WS-CON-SUB)
                       " SLOT " WS-CON-SLOT (WS-CON-SUB)
                       " DELIVERY FAILED - NOTHING LOGGED"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CON-ACTIVE-FLAG (WS-CON-SUB) = "Y"
                   DISPLAY "CONSUMER " WS-CON-ID (WS-CON-SUB)
                       " SLOT " WS-CON-SLOT (WS-CON-SUB)
                       " ROWS DELIVERED: "
                       WS-CON-TOTAL-ROWS (WS-CON-SUB)
           END-EVALUATE.

       5000-CHECK-CONSUMER-TAKES-ROW.
      *> Voided rows and cancellation notices only go to a consumer
      *> that asked for them; otherwise the series decides.
           MOVE "N" TO WS-TAKES-ROW-FLAG
           IF (EXT-RECORD-VOIDED OR EXT-RECORD-CANCELLED)
               AND WS-CON-VOIDED-FLAG (WS-CON-SUB) NOT = "Y"
               CONTINUE
           ELSE
               PERFORM 5010-CHECK-ONE-CONSUMER-SERIES
                   VARYING WS-CON-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-CON-SERIES-SUB
                       > WS-CON-SERIES-COUNT (WS-CON-SUB)
                       OR WS-CONSUMER-TAKES-ROW
           END-IF.

       5010-CHECK-ONE-CONSUMER-SERIES.
           IF WS-CON-SERIES (WS-CON-SUB, WS-CON-SERIES-SUB)
               = WS-ROW-SERIES
               SET WS-CONSUMER-TAKES-ROW TO TRUE
           END-IF.
