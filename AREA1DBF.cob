       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1DBF.
      *> Extract backfill for a downstream consumer added part way
      *> through.  The operator keys the consumer and a date range;
      *> every extract row in the range that the consumer's
      *> subscription takes - the same series and voided-row rules
      *> AREA1DST applies - is delivered to the consumer's slot file,
      *> read first from the EXTRACT generations housekeeping cut to
      *> ARCHIVE.DAT, in the order they were cut, then from the live
      *> EXTRACT.DAT.  The range is on the rows' date stamp; left
      *> blank, it runs from the oldest history to the day before
      *> the consumer's subscription start date (to today, if the
      *> subscription has no start date).  History older than the
      *> archive retention period has been purged and cannot be
      *> backfilled.
      *>
      *> The backfill goes out as one delivery - a single "B" header
      *> and trailer carrying the date range and the row count - and
      *> is logged to DISTLOG.DAT, for the record only: it is not
      *> acknowledged run by run.  Opening the slot replaces what is
      *> in it, so run this once the consumer has taken its latest
      *> daily delivery.  A slot that cannot be opened, written or
      *> closed is reported, the backfill is not logged, and the run
      *> ends RETURN-CODE 16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCR-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-FILE-ID             PIC X(8).
           05  ARC-CUT-DATE            PIC X(8).
           05  ARC-RECORD-IMAGE        PIC X(89).

       FD  EXTRACT-FILE.
           COPY EXTRACTR.

       FD  DISTRIBUTION-LOG.
           COPY DISTLGRC.

       WORKING-STORAGE SECTION.
       01  WS-SUBSCR-FILE-STATUS       PIC XX.
           88  WS-SUBSCR-FILE-NOT-FOUND         VALUE "35".

       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  WS-ARCHIVE-FILE-NOT-FOUND        VALUE "35".

       01  WS-EXTRACT-FILE-STATUS      PIC XX.
           88  WS-EXTRACT-FILE-NOT-FOUND        VALUE "35".

       01  WS-DISTLOG-FILE-STATUS      PIC XX.
           88  WS-DISTLOG-FILE-NOT-FOUND        VALUE "35".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-FOUND-FLAG               PIC X    VALUE "N".
           88  WS-CONSUMER-FOUND                VALUE "Y".

       01  WS-TAKES-ROW-FLAG           PIC X    VALUE "N".
           88  WS-CONSUMER-TAKES-ROW            VALUE "Y".

       01  WS-DELIVERY-FAILED-FLAG     PIC X    VALUE "N".
           88  WS-DELIVERY-FAILED               VALUE "Y".

       01  WS-CONSUMER-ID              PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01  WS-TO-DATE-N                PIC 9(8) VALUE 0.

      *> The consumer's subscription, from SUBSCRIB.DAT.
       01  WS-CON-VOIDED-FLAG          PIC X    VALUE SPACES.
       01  WS-CON-SLOT                 PIC 9    VALUE 0.
       01  WS-CON-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-CON-SERIES-MAX           PIC 9(3) COMP VALUE 20.
       01  WS-CON-SERIES-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-CON-SERIES-SUB           PIC 9(3) COMP VALUE 0.
       01  WS-CON-SERIES-TABLE.
           05  WS-CON-SERIES           PIC X(3) OCCURS 20 TIMES.

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-ROW-SERIES               PIC X(3) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY                    PIC X(8).

       01  WS-ARCHIVE-ROWS             PIC 9(9) VALUE 0.
       01  WS-LIVE-ROWS                PIC 9(9) VALUE 0.
       01  WS-DELIVERED-ROWS           PIC 9(9) VALUE 0.

           COPY DLVPRM.

           COPY DLVCTLRC.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-ACCEPT-BACKFILL-REQUEST
           IF NOT WS-ABORT-RUN
               PERFORM 2000-DELIVER-BACKFILL
               PERFORM 4000-FINALIZE
           END-IF
           STOP RUN.

       1000-ACCEPT-BACKFILL-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           DISPLAY "ENTER CONSUMER ID: " WITH NO ADVANCING
           ACCEPT WS-CONSUMER-ID
           PERFORM 1100-LOAD-SUBSCRIPTION
           IF NOT WS-ABORT-RUN
               DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = OLDEST): "
                   WITH NO ADVANCING
               ACCEPT WS-FROM-DATE
               DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = DAY BEFORE"
                   " START): " WITH NO ADVANCING
               ACCEPT WS-TO-DATE
               PERFORM 1200-VALIDATE-DATE-RANGE
           END-IF.

       1100-LOAD-SUBSCRIPTION.
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUBSCR-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1110-CHECK-ONE-SUBSCRIPTION
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE SUBSCRIPTION-FILE
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-CONSUMER-FOUND
               DISPLAY "*** CONSUMER " WS-CONSUMER-ID
                   " HAS NO SUBSCRIPTION - NOTHING BACKFILLED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1110-CHECK-ONE-SUBSCRIPTION.
           READ SUBSCRIPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SUB-CONSUMER-ID = WS-CONSUMER-ID
                       PERFORM 1120-ADD-CONSUMER-SERIES
                   END-IF
           END-READ.

       1120-ADD-CONSUMER-SERIES.
      *> The same rule as the distribution step: a consumer's second
      *> and later records add series, and what belongs to the
      *> consumer itself must agree with its first.
           EVALUATE TRUE
               WHEN SUB-DELIVERY-SLOT-X IS NOT NUMERIC
                   OR SUB-DELIVERY-SLOT = 0 OR SUB-DELIVERY-SLOT > 8
                   OR (NOT SUB-TAKES-VOIDED AND NOT SUB-LIVE-ONLY)
                   DISPLAY "*** SUBSCRIPTION FOR " WS-CONSUMER-ID
                       " IN ERROR - CORRECT IT AND RERUN ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-CONSUMER-FOUND
                   AND (WS-CON-VOIDED-FLAG NOT = SUB-VOIDED-FLAG
                       OR WS-CON-SLOT NOT = SUB-DELIVERY-SLOT
                       OR WS-CON-START-DATE NOT = SUB-START-DATE)
                   DISPLAY "*** CONSUMER " WS-CONSUMER-ID
                       " RECORDS DISAGREE ON SLOT, VOIDED FLAG"
                       " OR START DATE ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-CON-SERIES-COUNT >= WS-CON-SERIES-MAX
                   DISPLAY "*** CONSUMER " WS-CONSUMER-ID
                       " TAKES MORE THAN 20 SERIES ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   SET WS-CONSUMER-FOUND TO TRUE
                   MOVE SUB-VOIDED-FLAG TO WS-CON-VOIDED-FLAG
                   MOVE SUB-DELIVERY-SLOT TO WS-CON-SLOT
                   MOVE SUB-START-DATE TO WS-CON-START-DATE
                   ADD 1 TO WS-CON-SERIES-COUNT
                   MOVE SUB-SERIES-ID
                       TO WS-CON-SERIES (WS-CON-SERIES-COUNT)
                   IF SUB-SERIES-ID = SPACES
                       MOVE WS-DEFAULT-SERIES
                           TO WS-CON-SERIES (WS-CON-SERIES-COUNT)
                   END-IF
           END-EVALUATE
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-VALIDATE-DATE-RANGE.
           IF WS-TO-DATE = SPACES
               IF WS-CON-START-DATE IS NUMERIC
                   MOVE WS-CON-START-DATE TO WS-TO-DATE-N
                   COMPUTE WS-TO-DATE-N = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TO-DATE-N) - 1)
                   MOVE WS-TO-DATE-N TO WS-TO-DATE
               ELSE
                   MOVE WS-TODAY TO WS-TO-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FROM-DATE NOT = SPACES
                   AND WS-FROM-DATE IS NOT NUMERIC
                   DISPLAY "*** FROM DATE NOT NUMERIC ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-TO-DATE IS NOT NUMERIC
                   DISPLAY "*** TO DATE NOT NUMERIC ***"
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-FROM-DATE NOT = SPACES
                   AND WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "*** FROM DATE AFTER TO DATE ***"
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-DELIVER-BACKFILL.
           MOVE WS-CON-SLOT TO DWP-SLOT
           SET DWP-OPEN-FILE TO TRUE
           CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
           PERFORM 2950-CHECK-DELIVERY-STATUS
           MOVE SPACES TO DELIVERY-CONTROL-RECORD
           SET DLC-HEADER TO TRUE
           MOVE WS-CONSUMER-ID TO DLC-CONSUMER-ID
           SET DLC-BACKFILL-DELIVERY TO TRUE
           MOVE WS-TODAY TO DLC-CREATED-DATE
           MOVE WS-FROM-DATE TO DLC-FROM-DATE
           MOVE WS-TO-DATE TO DLC-TO-DATE
           MOVE 0 TO DLC-RECORD-COUNT
           PERFORM 2900-WRITE-DELIVERY-RECORD
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-CHECK-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-FILE-NOT-FOUND
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2200-CHECK-ONE-LIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE EXTRACT-FILE
           END-IF
           MOVE SPACES TO DELIVERY-CONTROL-RECORD
           SET DLC-TRAILER TO TRUE
           MOVE WS-CONSUMER-ID TO DLC-CONSUMER-ID
           SET DLC-BACKFILL-DELIVERY TO TRUE
           MOVE WS-TODAY TO DLC-CREATED-DATE
           MOVE WS-FROM-DATE TO DLC-FROM-DATE
           MOVE WS-TO-DATE TO DLC-TO-DATE
           MOVE WS-DELIVERED-ROWS TO DLC-RECORD-COUNT
           PERFORM 2900-WRITE-DELIVERY-RECORD
           IF NOT WS-DELIVERY-FAILED
               SET DWP-CLOSE-FILE TO TRUE
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 2950-CHECK-DELIVERY-STATUS
           END-IF
           IF NOT WS-DELIVERY-FAILED
               PERFORM 3000-LOG-BACKFILL
           END-IF.

       2100-CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ARC-FILE-ID = "EXTRACT"
                       MOVE ARC-RECORD-IMAGE(1:80) TO EXTRACT-RECORD
                       PERFORM 2300-DELIVER-IF-TAKEN
                       IF WS-CONSUMER-TAKES-ROW
                           ADD 1 TO WS-ARCHIVE-ROWS
                       END-IF
                   END-IF
           END-READ.

       2200-CHECK-ONE-LIVE-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2300-DELIVER-IF-TAKEN
                   IF WS-CONSUMER-TAKES-ROW
                       ADD 1 TO WS-LIVE-ROWS
                   END-IF
           END-READ.

       2300-DELIVER-IF-TAKEN.
           MOVE "N" TO WS-TAKES-ROW-FLAG
           IF EXT-DATE-STAMP >= WS-FROM-DATE
               AND EXT-DATE-STAMP <= WS-TO-DATE
               PERFORM 5000-CHECK-CONSUMER-TAKES-ROW
           END-IF
           IF WS-CONSUMER-TAKES-ROW
               MOVE EXTRACT-RECORD TO DELIVERY-CONTROL-RECORD
               PERFORM 2900-WRITE-DELIVERY-RECORD
               ADD 1 TO WS-DELIVERED-ROWS
           END-IF.

       2900-WRITE-DELIVERY-RECORD.
           IF NOT WS-DELIVERY-FAILED
               MOVE DELIVERY-CONTROL-RECORD TO DWP-RECORD
               SET DWP-WRITE-RECORD TO TRUE
               CALL "AREA1DLW" USING DELIVERY-WRITE-PARMS
               PERFORM 2950-CHECK-DELIVERY-STATUS
           END-IF.

       2950-CHECK-DELIVERY-STATUS.
           IF DWP-FILE-STATUS NOT = "00"
               DISPLAY "*** DELIVERY SLOT " WS-CON-SLOT
                   " FOR CONSUMER " WS-CONSUMER-ID
                   " FAILED - FILE STATUS " DWP-FILE-STATUS " ***"
               SET WS-DELIVERY-FAILED TO TRUE
           END-IF.

       3000-LOG-BACKFILL.
           OPEN EXTEND DISTRIBUTION-LOG
           IF WS-DISTLOG-FILE-NOT-FOUND
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-CONSUMER-ID TO DSL-CONSUMER-ID
           MOVE "B" TO DSL-DELIVERY-TYPE
           MOVE WS-DELIVERED-ROWS TO DSL-RECORD-COUNT
           MOVE WS-CON-SLOT TO DSL-DELIVERY-SLOT
           MOVE FUNCTION CURRENT-DATE TO DSL-TIMESTAMP
           MOVE 0 TO DSL-RUN-EXTRACT-ROWS
           WRITE DISTRIBUTION-LOG-RECORD
           CLOSE DISTRIBUTION-LOG.

       4000-FINALIZE.
           DISPLAY "CONSUMER " WS-CONSUMER-ID " SLOT " WS-CON-SLOT
               " BACKFILL " WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY "ROWS FROM ARCHIVE        : " WS-ARCHIVE-ROWS
           DISPLAY "ROWS FROM LIVE EXTRACT   : " WS-LIVE-ROWS
           DISPLAY "ROWS DELIVERED           : " WS-DELIVERED-ROWS
      *> The return code is set here, after the last CALL of the
      *> delivery writer, which would otherwise reset it.
           EVALUATE TRUE
               WHEN WS-DELIVERY-FAILED
                   DISPLAY "*** BACKFILL NOT DELIVERED"
                       " - NOTHING LOGGED ***"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DELIVERED-ROWS = 0
                   DISPLAY "*** NO HISTORY FOUND FOR THE RANGE"
                       " - MAY BE PAST ARCHIVE RETENTION ***"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       5000-CHECK-CONSUMER-TAKES-ROW.
      *> The same rule AREA1DST applies to the daily delivery.
           MOVE EXT-SERIES-ID TO WS-ROW-SERIES
           IF WS-ROW-SERIES = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-ROW-SERIES
           END-IF
           IF (EXT-RECORD-VOIDED OR EXT-RECORD-CANCELLED)
               AND WS-CON-VOIDED-FLAG NOT = "Y"
               CONTINUE
           ELSE
               PERFORM 5010-CHECK-ONE-CONSUMER-SERIES
                   VARYING WS-CON-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-CON-SERIES-SUB > WS-CON-SERIES-COUNT
                       OR WS-CONSUMER-TAKES-ROW
           END-IF.

       5010-CHECK-ONE-CONSUMER-SERIES.
           IF WS-CON-SERIES (WS-CON-SERIES-SUB) = WS-ROW-SERIES
               SET WS-CONSUMER-TAKES-ROW TO TRUE
           END-IF.
