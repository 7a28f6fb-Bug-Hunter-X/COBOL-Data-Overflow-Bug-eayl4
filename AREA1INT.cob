      *> - so a feed re-delivered before the edit starts never
      *> costs the day its repairs.  A later date's intake drops
      *> the previous date's consumed records as spent.
      *> A date the processing calendar marks as expecting no
      *> upstream feeds is learned from FEEDEXP.DAT, which the cycle
      *> controller AREA1CYC writes when it clears the intake to
      *> start: the feed slots are then not read at all, each
      *> expected feed is reported as not expected, and the day's
      *> input is the repair queue alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT FEED-EXPECT-FILE ASSIGN TO "FEEDEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDEXP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       FD  FEED-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  FEED-EXPECT-FILE.
           COPY FEEDEXP.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-FEEDEXP-FILE-STATUS      PIC XX.
           88  WS-FEEDEXP-FILE-NOT-FOUND        VALUE "35".

       01  WS-NO-FEED-DAY-FLAG         PIC X    VALUE "N".
           88  WS-NO-FEED-DAY                   VALUE "Y".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-FEED-CONTROL
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-FEED-EXPECTATION
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT FEED-REPORT
               OPEN OUTPUT INTAKE-WORK
                   END-IF
           END-READ.

       1300-LOAD-FEED-EXPECTATION.
      *> Only a hand-off for this very business date counts - one
      *> left from an earlier date says nothing about today.
           OPEN INPUT FEED-EXPECT-FILE
           IF WS-FEEDEXP-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ FEED-EXPECT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FXP-BUS-DATE = WS-BUS-DATE
                           AND FXP-NO-FEEDS-EXPECTED
                           SET WS-NO-FEED-DAY TO TRUE
                           DISPLAY "CALENDAR: NO UPSTREAM FEEDS"
                               " EXPECTED FOR " WS-BUS-DATE
                       END-IF
               END-READ
               CLOSE FEED-EXPECT-FILE
           END-IF.

       2000-VERIFY-ALL-FEEDS.
           IF WS-NO-FEED-DAY
               PERFORM 2050-REPORT-FEED-NOT-EXPECTED
                   VARYING WS-EXPECT-SUB FROM 1 BY 1
                   UNTIL WS-EXPECT-SUB > WS-EXPECT-COUNT
           ELSE
               PERFORM 2100-VERIFY-ONE-FEED
                   VARYING WS-EXPECT-SUB FROM 1 BY 1
                   UNTIL WS-EXPECT-SUB > WS-EXPECT-COUNT
           END-IF.

       2050-REPORT-FEED-NOT-EXPECTED.
           MOVE WS-EXP-FEED-ID (WS-EXPECT-SUB)
               TO WS-CURRENT-FEED-ID
           MOVE WS-EXP-SLOT (WS-EXPECT-SUB) TO WS-CURRENT-SLOT
           MOVE "NOT EXPECTED - NO-FEED DAY ON CALENDAR"
               TO DET-DISPOSITION
           MOVE 0 TO DET-COUNT
           PERFORM 2800-WRITE-FEED-LINE.

       2100-VERIFY-ONE-FEED.
           MOVE WS-EXP-FEED-ID (WS-EXPECT-SUB)
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-NO-FEED-DAY
               STRING "NO FEEDS EXPECTED - EXPECTED COUNT "
                   WS-EXPECTED-TOTAL " WRITTEN TO CONTROL FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ALL FEEDS VERIFIED - EXPECTED COUNT "
                   WS-EXPECTED-TOTAL " WRITTEN TO CONTROL FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       6000-REFUSE-CYCLE.
