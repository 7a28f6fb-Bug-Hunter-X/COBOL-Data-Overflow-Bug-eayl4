       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1CYC.
      *> Daily cycle controller for the counter jobs.  The cycle for
      *> a business date is AREA1INT, AREA1EDT, AREA1CNT, AREA1DST,
      *> AREA1BAL, AREA1ACK, AREA1HSK, in that order; each step's
      *> scheduler wrapper asks
      *> this program for clearance before the step (START) and
      *> registers the outcome after it (END, with the return code).
      *> Clearance is refused when the step's predecessor has not
      *> status file is append-only; the last record per business
      *> date and job wins, so a rerun of a failed step supersedes
      *> the failure.
      *>
      *> The processing calendar PROCCAL.DAT, kept by operations,
      *> marks each date as a processing day ("P"), a non-processing
      *> day ("N" - weekend, bank holiday) or a special processing
      *> day, month-end ("M") or year-end ("Y"), and may say a
      *> processing day expects no upstream feeds.  A date not on the
      *> calendar is an ordinary processing day.  With the calendar
      *> on file:
      *>   - no step may START on a non-processing day;
      *>   - the predecessor of a date's first step is the most recent
      *>     earlier PROCESSING day - non-processing days in between
      *>     are stepped over, and a processing day with no cycle at
      *>     all refuses the start until it is run or the calendar
      *>     closes it;
      *>   - clearing AREA1INT writes the feed expectation hand-off
      *>     FEEDEXP.DAT, telling the intake whether the date
      *>     legitimately expects no feeds;
      *>   - on month-end and year-end dates the extra steps listed
      *>     in CYCSTEP.DAT join the day's chain after the step each
      *>     names, and must complete like any other (a year-end
      *>     takes the month-end steps as well as its own);
      *>   - STATUS also shows the next expected business date and
      *>     every processing day skipped without a cycle.
      *> Without a calendar every date is a processing day and the
      *> predecessor is simply the most recent earlier cycle on file.
      *>
      *> The counter-run simulation AREA1SIM is never a cycle step:
      *> a START or END for it is refused and nothing is registered,
      *> and it may not be listed as a special-day step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT SPECIAL-DAY-STEPS ASSIGN TO "CYCSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-FILE-STATUS.

           SELECT FEED-EXPECT-FILE ASSIGN TO "FEEDEXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDEXP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-STATUS-FILE.
           05  CYC-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(38).

       FD  PROCESSING-CALENDAR.
       01  CALENDAR-RECORD.
           05  CAL-DATE                PIC X(8).
           05  CAL-DAY-TYPE            PIC X.
               88  CAL-PROCESSING-DAY           VALUE "P".
               88  CAL-NON-PROCESSING-DAY       VALUE "N".
               88  CAL-MONTH-END                VALUE "M".
               88  CAL-YEAR-END                 VALUE "Y".
               88  CAL-VALID-DAY-TYPE           VALUE "P" "N" "M" "Y".
      *> "N" on a processing day: the upstream systems send nothing
      *> for the date.  Blank or "Y" - feeds expected as usual.
           05  CAL-FEEDS-FLAG          PIC X.
           05  CAL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(40).

      *> One extra step required on month-end ("M") or year-end ("Y")
      *> dates, run after the named step of the day's chain.
       FD  SPECIAL-DAY-STEPS.
       01  SPECIAL-STEP-RECORD.
           05  SPS-DAY-TYPE            PIC X.
           05  SPS-JOB-ID              PIC X(8).
           05  SPS-AFTER-JOB           PIC X(8).
           05  FILLER                  PIC X(63).

       FD  FEED-EXPECT-FILE.
           COPY FEEDEXP.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-STATUS       PIC XX.
           88  WS-STATUS-FILE-NOT-FOUND         VALUE "35".

       01  WS-CALENDAR-FILE-STATUS     PIC XX.
           88  WS-CALENDAR-FILE-NOT-FOUND       VALUE "35".

       01  WS-STEPS-FILE-STATUS        PIC XX.
           88  WS-STEPS-FILE-NOT-FOUND          VALUE "35".

       01  WS-FEEDEXP-FILE-STATUS      PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-STATUS               PIC X    VALUE "N".
           88  WS-END-OF-STATUS-FILE            VALUE "Y".

       01  WS-EOF-CALENDAR             PIC X    VALUE "N".
           88  WS-END-OF-CALENDAR               VALUE "Y".

       01  WS-EOF-STEPS                PIC X    VALUE "N".
           88  WS-END-OF-STEPS                  VALUE "Y".

       01  WS-CALENDAR-FLAG            PIC X    VALUE "N".
           88  WS-CALENDAR-ON-FILE              VALUE "Y".

      *> The enforced step order.  A job's predecessor is the entry
      *> before it; the first entry has none.
       01  WS-JOB-CHAIN.
           05  FILLER                  PIC X(8) VALUE "AREA1INT".
           05  FILLER                  PIC X(8) VALUE "AREA1EDT".
           05  FILLER                  PIC X(8) VALUE "AREA1CNT".
           05  FILLER                  PIC X(8) VALUE "AREA1DST".
           05  FILLER                  PIC X(8) VALUE "AREA1BAL".
           05  FILLER                  PIC X(8) VALUE "AREA1ACK".
           05  FILLER                  PIC X(8) VALUE "AREA1HSK".
       01  WS-JOB-TABLE REDEFINES WS-JOB-CHAIN.
           05  WS-JOB-ENTRY            OCCURS 7 TIMES PIC X(8).
       01  WS-JOB-CHAIN-MAX            PIC 9(3) COMP VALUE 7.
       01  WS-JOB-SUB                  PIC 9(3) COMP VALUE 0.
       01  WS-JOB-POSITION             PIC 9(3) COMP VALUE 0.

      *> The chain for the business date in hand: the daily chain,
      *> plus on a month-end or year-end date the configured extra
      *> steps, each inserted after the step it names.
       01  WS-DAY-CHAIN-MAX            PIC 9(3) COMP VALUE 30.
       01  WS-DAY-CHAIN-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-DAY-CHAIN-TABLE.
           05  WS-DAY-ENTRY            OCCURS 31 TIMES.
               10  WS-DAY-JOB          PIC X(8).
               10  WS-DAY-AFTER-JOB    PIC X(8).
       01  WS-INSERT-POSITION          PIC 9(3) COMP VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(3) COMP VALUE 0.

      *> Extra month-end / year-end steps from CYCSTEP.DAT.
       01  WS-STEP-TABLE-MAX           PIC 9(3) COMP VALUE 20.
       01  WS-STEP-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-STEP-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 20 TIMES.
               10  WS-STP-DAY-TYPE     PIC X.
               10  WS-STP-JOB-ID       PIC X(8).
               10  WS-STP-AFTER-JOB    PIC X(8).

      *> The processing calendar, held in core.  Ten years of dates.
       01  WS-CALENDAR-TABLE-MAX       PIC 9(5) COMP VALUE 4000.
       01  WS-CALENDAR-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-ENTRY       OCCURS 0 TO 4000 TIMES
                                       DEPENDING ON WS-CALENDAR-COUNT
                                       INDEXED BY WS-KX.
               10  WS-CAL-DATE         PIC X(8).
               10  WS-CAL-DAY-TYPE     PIC X.
               10  WS-CAL-FEEDS-FLAG   PIC X.
       01  WS-EARLIEST-CALENDAR-DATE   PIC X(8) VALUE SPACES.

      *> Result of looking one date up on the calendar.
       01  WS-DAY-LOOKUP-DATE          PIC X(8) VALUE SPACES.
       01  WS-DAY-TYPE                 PIC X    VALUE "P".
           88  WS-DAY-PROCESSING                VALUE "P".
           88  WS-DAY-CLOSED                    VALUE "N".
           88  WS-DAY-MONTH-END                 VALUE "M".
           88  WS-DAY-YEAR-END                  VALUE "Y".
       01  WS-DAY-FEEDS-FLAG           PIC X    VALUE "Y".
           88  WS-DAY-EXPECTS-NO-FEEDS          VALUE "N".
       01  WS-DAY-LISTED-FLAG          PIC X    VALUE "N".
           88  WS-DAY-ON-CALENDAR               VALUE "Y".

      *> The business date's own calendar entry.
       01  WS-BUS-DAY-TYPE             PIC X    VALUE "P".
           88  WS-BUS-DAY-CLOSED                VALUE "N".
           88  WS-BUS-DAY-MONTH-END             VALUE "M".
           88  WS-BUS-DAY-YEAR-END              VALUE "Y".
       01  WS-BUS-FEEDS-FLAG           PIC X    VALUE "Y".
           88  WS-BUS-EXPECTS-NO-FEEDS          VALUE "N".
       01  WS-BUS-DAY-LISTED-FLAG      PIC X    VALUE "N".
           88  WS-BUS-DAY-ON-CALENDAR           VALUE "Y".

      *> Walking the calendar a day at a time.
       01  WS-WALK-DATE                PIC X(8) VALUE SPACES.
       01  WS-WALK-DATE-N REDEFINES WS-WALK-DATE
                                       PIC 9(8).
       01  WS-WALK-INTEGER             PIC 9(9) VALUE 0.
       01  WS-WALK-STOP-INTEGER        PIC 9(9) VALUE 0.
       01  WS-WALK-LIMIT               PIC 9(5) COMP VALUE 400.
       01  WS-WALK-STEPS               PIC 9(5) COMP VALUE 0.
       01  WS-WALK-DONE-FLAG           PIC X    VALUE "N".
           88  WS-WALK-DONE                     VALUE "Y".

       01  WS-EARLIEST-CYCLE-DATE      PIC X(8) VALUE SPACES.
       01  WS-LATEST-CYCLE-DATE        PIC X(8) VALUE SPACES.
       01  WS-LATEST-LIMIT-DATE        PIC X(8) VALUE SPACES.
       01  WS-NEXT-EXPECTED-DATE       PIC X(8) VALUE SPACES.
       01  WS-DATE-HAS-CYCLE-FLAG      PIC X    VALUE "N".
           88  WS-DATE-HAS-CYCLE                VALUE "Y".
       01  WS-SKIPPED-COUNT            PIC 9(5) VALUE 0.
       01  WS-SKIPPED-SHOW-MAX         PIC 9(5) VALUE 50.
       01  WS-SKIP-SCAN-START          PIC X(8) VALUE SPACES.
       01  WS-DAY-TYPE-TEXT            PIC X(40) VALUE SPACES.

      *> Last-known state per business date and job, latest record
      *> on the status file winning.  Sized for several years of
      *> seven-step daily cycles.
       01  WS-STATE-TABLE-MAX          PIC 9(5) COMP VALUE 10000.
       01  WS-STATE-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-STATE-SUB                PIC 9(5) COMP VALUE 0.
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-PROCESSING-CALENDAR
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-SPECIAL-DAY-STEPS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1400-BUILD-DAY-CHAIN
           END-IF
           IF NOT WS-ABORT-RUN
               AND (WS-ACTION-CODE = "START"
                   OR WS-ACTION-CODE = "END")
               DISPLAY "ENTER JOB ID: " WITH NO ADVANCING
               ACCEPT WS-JOB-ID
               PERFORM 1100-LOCATE-JOB-IN-CHAIN
               EVALUATE TRUE
                   WHEN WS-JOB-ID = "AREA1SIM"
                       DISPLAY "*** AREA1SIM IS A SIMULATION AND NEVER"
                           " A CYCLE STEP - NOTHING REGISTERED ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-JOB-POSITION = 0
                       DISPLAY "*** JOB " WS-JOB-ID
                           " NOT IN THE CYCLE FOR " WS-BUS-DATE " ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF NOT WS-ABORT-RUN AND WS-ACTION-CODE = "END"
               DISPLAY "ENTER RETURN CODE: " WITH NO ADVANCING
           MOVE 0 TO WS-JOB-POSITION
           PERFORM 1110-CHECK-ONE-CHAIN-ENTRY
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-DAY-CHAIN-COUNT
                   OR WS-JOB-POSITION > 0.

       1110-CHECK-ONE-CHAIN-ENTRY.
           IF WS-DAY-JOB (WS-JOB-SUB) = WS-JOB-ID
               MOVE WS-JOB-SUB TO WS-JOB-POSITION
           END-IF.

       1200-LOAD-PROCESSING-CALENDAR.
      *> No calendar on file means every date is a processing day -
      *> the controller behaves as it did before there was one.
           OPEN INPUT PROCESSING-CALENDAR
           IF WS-CALENDAR-FILE-NOT-FOUND
               CONTINUE
           ELSE
               SET WS-CALENDAR-ON-FILE TO TRUE
               PERFORM 1210-LOAD-ONE-CALENDAR-RECORD
                   UNTIL WS-END-OF-CALENDAR OR WS-ABORT-RUN
               CLOSE PROCESSING-CALENDAR
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-BUS-DATE TO WS-DAY-LOOKUP-DATE
               PERFORM 1250-LOOK-UP-CALENDAR-DAY
               MOVE WS-DAY-TYPE TO WS-BUS-DAY-TYPE
               MOVE WS-DAY-FEEDS-FLAG TO WS-BUS-FEEDS-FLAG
               MOVE WS-DAY-LISTED-FLAG TO WS-BUS-DAY-LISTED-FLAG
           END-IF.

       1210-LOAD-ONE-CALENDAR-RECORD.
      *> A date listed twice takes its later entry - operations
      *> correct the calendar by appending.
           READ PROCESSING-CALENDAR
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF CAL-DATE IS NOT NUMERIC
                       OR NOT CAL-VALID-DAY-TYPE
                       DISPLAY "*** CALENDAR RECORD " CAL-DATE
                           " DAY TYPE " CAL-DAY-TYPE
                           " INVALID - CORRECT PROCCAL.DAT ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE CAL-DATE TO WS-DAY-LOOKUP-DATE
                       PERFORM 1250-LOOK-UP-CALENDAR-DAY
                       IF WS-DAY-ON-CALENDAR
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-DAY-TYPE (WS-KX)
                           MOVE CAL-FEEDS-FLAG
                               TO WS-CAL-FEEDS-FLAG (WS-KX)
                       ELSE
                           PERFORM 1220-ADD-CALENDAR-ENTRY
                       END-IF
                   END-IF
           END-READ.

       1220-ADD-CALENDAR-ENTRY.
           IF WS-CALENDAR-COUNT >= WS-CALENDAR-TABLE-MAX
               DISPLAY "*** CALENDAR TABLE FULL - PURGE OLD DATES"
                   " FROM PROCCAL.DAT ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE CAL-DATE TO WS-CAL-DATE (WS-CALENDAR-COUNT)
               MOVE CAL-DAY-TYPE
                   TO WS-CAL-DAY-TYPE (WS-CALENDAR-COUNT)
               MOVE CAL-FEEDS-FLAG
                   TO WS-CAL-FEEDS-FLAG (WS-CALENDAR-COUNT)
               IF WS-EARLIEST-CALENDAR-DATE = SPACES
                   OR CAL-DATE < WS-EARLIEST-CALENDAR-DATE
                   MOVE CAL-DATE TO WS-EARLIEST-CALENDAR-DATE
               END-IF
           END-IF.

       1250-LOOK-UP-CALENDAR-DAY.
      *> A date the calendar does not list is an ordinary
      *> processing day that expects its feeds.
           MOVE "P" TO WS-DAY-TYPE
           MOVE "Y" TO WS-DAY-FEEDS-FLAG
           MOVE "N" TO WS-DAY-LISTED-FLAG
           IF WS-CALENDAR-COUNT > 0
               SET WS-KX TO 1
               SEARCH WS-CALENDAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAL-DATE (WS-KX) = WS-DAY-LOOKUP-DATE
                       SET WS-DAY-ON-CALENDAR TO TRUE
                       MOVE WS-CAL-DAY-TYPE (WS-KX) TO WS-DAY-TYPE
                       IF WS-CAL-FEEDS-FLAG (WS-KX) = "N"
                           MOVE "N" TO WS-DAY-FEEDS-FLAG
                       END-IF
               END-SEARCH
           END-IF.

       1300-LOAD-SPECIAL-DAY-STEPS.
      *> Only a month-end or year-end date needs the extra steps.
           IF WS-BUS-DAY-MONTH-END OR WS-BUS-DAY-YEAR-END
               OPEN INPUT SPECIAL-DAY-STEPS
               IF WS-STEPS-FILE-NOT-FOUND
                   CONTINUE
               ELSE
                   PERFORM 1310-LOAD-ONE-SPECIAL-STEP
                       UNTIL WS-END-OF-STEPS OR WS-ABORT-RUN
                   CLOSE SPECIAL-DAY-STEPS
               END-IF
           END-IF.

       1310-LOAD-ONE-SPECIAL-STEP.
           READ SPECIAL-DAY-STEPS
               AT END
                   SET WS-END-OF-STEPS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPS-DAY-TYPE NOT = "M"
                           AND SPS-DAY-TYPE NOT = "Y"
                       WHEN SPS-JOB-ID = SPACES
                       WHEN SPS-JOB-ID = "AREA1SIM"
                       WHEN SPS-AFTER-JOB = SPACES
                           DISPLAY "*** SPECIAL-DAY STEP RECORD "
                               SPS-DAY-TYPE " " SPS-JOB-ID " "
                               SPS-AFTER-JOB
                               " INVALID - CORRECT CYCSTEP.DAT ***"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       WHEN WS-STEP-COUNT >= WS-STEP-TABLE-MAX
                           DISPLAY "*** MORE THAN " WS-STEP-TABLE-MAX
                               " SPECIAL-DAY STEPS ***"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       WHEN OTHER
                           ADD 1 TO WS-STEP-COUNT
                           MOVE SPS-DAY-TYPE
                               TO WS-STP-DAY-TYPE (WS-STEP-COUNT)
                           MOVE SPS-JOB-ID
                               TO WS-STP-JOB-ID (WS-STEP-COUNT)
                           MOVE SPS-AFTER-JOB
                               TO WS-STP-AFTER-JOB (WS-STEP-COUNT)
                   END-EVALUATE
           END-READ.

       1400-BUILD-DAY-CHAIN.
      *> The daily chain, then the special-day steps in file order.
      *> A year-end date is a month-end too and takes both sets.
           MOVE 0 TO WS-DAY-CHAIN-COUNT
           PERFORM 1410-COPY-ONE-DAILY-STEP
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-CHAIN-MAX
           PERFORM 1420-ADD-ONE-SPECIAL-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR WS-ABORT-RUN.

       1410-COPY-ONE-DAILY-STEP.
           ADD 1 TO WS-DAY-CHAIN-COUNT
           MOVE WS-JOB-ENTRY (WS-JOB-SUB)
               TO WS-DAY-JOB (WS-DAY-CHAIN-COUNT)
           MOVE SPACES TO WS-DAY-AFTER-JOB (WS-DAY-CHAIN-COUNT).

       1420-ADD-ONE-SPECIAL-STEP.
           IF WS-STP-DAY-TYPE (WS-STEP-SUB) = "M"
               OR WS-BUS-DAY-YEAR-END
               MOVE 0 TO WS-INSERT-POSITION
               PERFORM 1430-CHECK-ONE-INSERT-POINT
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-DAY-CHAIN-COUNT
                       OR WS-INSERT-POSITION > 0
               EVALUATE TRUE
                   WHEN WS-INSERT-POSITION = 0
                       DISPLAY "*** SPECIAL-DAY STEP "
                           WS-STP-JOB-ID (WS-STEP-SUB) " FOLLOWS "
                           WS-STP-AFTER-JOB (WS-STEP-SUB)
                           " WHICH IS NOT IN THE CYCLE ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
      *> Housekeeping closes the cycle - the next date checks only
      *> that it completed, so nothing may be required after it.
                   WHEN WS-STP-AFTER-JOB (WS-STEP-SUB) = "AREA1HSK"
                       DISPLAY "*** SPECIAL-DAY STEP "
                           WS-STP-JOB-ID (WS-STEP-SUB)
                           " MAY NOT FOLLOW AREA1HSK ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-DAY-CHAIN-COUNT >= WS-DAY-CHAIN-MAX
                       DISPLAY "*** DAY CHAIN FULL AT "
                           WS-DAY-CHAIN-MAX " STEPS ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 1440-INSERT-SPECIAL-STEP
               END-EVALUATE
           END-IF.

       1430-CHECK-ONE-INSERT-POINT.
           IF WS-DAY-JOB (WS-JOB-SUB) = WS-STP-AFTER-JOB (WS-STEP-SUB)
               MOVE WS-JOB-SUB TO WS-INSERT-POSITION
           END-IF.

       1440-INSERT-SPECIAL-STEP.
      *> Steps already placed after the same job stay ahead of this
      *> one, so several steps after one job run in file order.
           PERFORM 1450-PASS-EARLIER-SPECIAL-STEP
               UNTIL WS-INSERT-POSITION >= WS-DAY-CHAIN-COUNT
                   OR WS-DAY-AFTER-JOB (WS-INSERT-POSITION + 1)
                       NOT = WS-STP-AFTER-JOB (WS-STEP-SUB)
           PERFORM 1460-SHIFT-ONE-STEP-DOWN
               VARYING WS-SHIFT-SUB FROM WS-DAY-CHAIN-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-INSERT-POSITION
           ADD 1 TO WS-DAY-CHAIN-COUNT
           ADD 1 TO WS-INSERT-POSITION
           MOVE WS-STP-JOB-ID (WS-STEP-SUB)
               TO WS-DAY-JOB (WS-INSERT-POSITION)
           MOVE WS-STP-AFTER-JOB (WS-STEP-SUB)
               TO WS-DAY-AFTER-JOB (WS-INSERT-POSITION).

       1450-PASS-EARLIER-SPECIAL-STEP.
           ADD 1 TO WS-INSERT-POSITION.

       1460-SHIFT-ONE-STEP-DOWN.
           MOVE WS-DAY-ENTRY (WS-SHIFT-SUB)
               TO WS-DAY-ENTRY (WS-SHIFT-SUB + 1).

       1500-LOAD-STATUS-FILE.
      *> No status file yet just means no cycle has ever been
      *> registered - the first START of the first cycle creates it.
               AT END
                   SET WS-END-OF-STATUS-FILE TO TRUE
               NOT AT END
                   IF WS-EARLIEST-CYCLE-DATE = SPACES
                       OR CYC-BUS-DATE < WS-EARLIEST-CYCLE-DATE
                       MOVE CYC-BUS-DATE TO WS-EARLIEST-CYCLE-DATE
                   END-IF
                   MOVE CYC-BUS-DATE TO WS-LOOKUP-DATE
                   MOVE CYC-JOB-ID TO WS-LOOKUP-JOB
                   PERFORM 1600-LOCATE-STATE-ENTRY
               MOVE SPACES TO WS-FOUND-TIMESTAMP
           END-IF.

       1650-CHECK-DATE-HAS-CYCLE.
      *> Any step at all registered for the date counts as a cycle.
           MOVE "N" TO WS-DATE-HAS-CYCLE-FLAG
           IF WS-STATE-COUNT > 0
               SET WS-TX TO 1
               SEARCH WS-STATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STA-BUS-DATE (WS-TX) = WS-LOOKUP-DATE
                       SET WS-DATE-HAS-CYCLE TO TRUE
               END-SEARCH
           END-IF.

       2000-CLEAR-JOB-START.
           MOVE "N" TO WS-CLEARED-FLAG
           EVALUATE TRUE
               WHEN WS-BUS-DAY-CLOSED
                   DISPLAY "*** CLEARANCE REFUSED - " WS-BUS-DATE
                       " IS A NON-PROCESSING DAY ON THE CALENDAR ***"
               WHEN WS-JOB-POSITION = 1
                   PERFORM 2100-CHECK-PRIOR-CYCLE-CLOSED
               WHEN OTHER
                   PERFORM 2200-CHECK-PREDECESSOR-CLEAN
           END-EVALUATE
           IF WS-START-CLEARED
               PERFORM 2300-APPEND-STATUS-RECORD-S
               DISPLAY "CLEARANCE GRANTED - " WS-JOB-ID
                   " MAY START FOR " WS-BUS-DATE
               IF WS-JOB-ID = "AREA1INT"
                   PERFORM 2400-WRITE-FEED-EXPECTATION
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2100-CHECK-PRIOR-CYCLE-CLOSED.
      *> The first step of a date may only start when the most
      *> recent earlier cycle reached housekeeping - an unfinished
      *> day is closed out before a new one begins.
           IF WS-CALENDAR-ON-FILE
               PERFORM 2120-CHECK-PRIOR-PROCESSING-DAY
           ELSE
               PERFORM 2105-CHECK-PRIOR-CYCLE-ON-FILE
           END-IF.

       2105-CHECK-PRIOR-CYCLE-ON-FILE.
           MOVE SPACES TO WS-PRIOR-CYCLE-DATE
           PERFORM 2110-SCAN-FOR-PRIOR-DATE
               VARYING WS-STATE-SUB FROM 1 BY 1
                   TO WS-PRIOR-CYCLE-DATE
           END-IF.

       2120-CHECK-PRIOR-PROCESSING-DAY.
      *> With a calendar the predecessor is the most recent earlier
      *> processing day, found by walking back a day at a time over
      *> the non-processing days.  It must have a cycle that reached
      *> housekeeping; a processing day with no cycle at all is a
      *> gap the operators resolve by running it or by closing it
      *> on the calendar - never by faking a cycle.  A walk that
      *> passes the earliest cycle on file has run out of history.
           MOVE SPACES TO WS-PRIOR-CYCLE-DATE
           IF WS-EARLIEST-CYCLE-DATE NOT = SPACES
               AND WS-EARLIEST-CYCLE-DATE < WS-BUS-DATE
               MOVE WS-BUS-DATE TO WS-WALK-DATE
               COMPUTE WS-WALK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WALK-DATE-N)
               MOVE "N" TO WS-WALK-DONE-FLAG
               PERFORM 2130-STEP-BACK-ONE-DAY
                   UNTIL WS-WALK-DONE
           END-IF
           IF WS-PRIOR-CYCLE-DATE = SPACES
               SET WS-START-CLEARED TO TRUE
           ELSE
               MOVE WS-PRIOR-CYCLE-DATE TO WS-LOOKUP-DATE
               MOVE "AREA1HSK" TO WS-LOOKUP-JOB
               PERFORM 1600-LOCATE-STATE-ENTRY
               IF WS-STATE-FOUND AND WS-FOUND-STATUS = "C"
                   AND WS-FOUND-RC <= 4
                   SET WS-START-CLEARED TO TRUE
               ELSE
                   PERFORM 1650-CHECK-DATE-HAS-CYCLE
                   IF WS-DATE-HAS-CYCLE
                       DISPLAY "*** CLEARANCE REFUSED - CYCLE "
                           WS-PRIOR-CYCLE-DATE " NEVER REACHED"
                           " AREA1HSK COMPLETION ***"
                   ELSE
                       DISPLAY "*** CLEARANCE REFUSED - PROCESSING"
                           " DAY " WS-PRIOR-CYCLE-DATE
                           " HAS NO CYCLE - RUN IT OR CLOSE IT ON"
                           " THE CALENDAR ***"
                   END-IF
               END-IF
           END-IF.

       2130-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WALK-INTEGER
           COMPUTE WS-WALK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
           IF WS-WALK-DATE < WS-EARLIEST-CYCLE-DATE
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-WALK-DATE TO WS-DAY-LOOKUP-DATE
               PERFORM 1250-LOOK-UP-CALENDAR-DAY
               IF NOT WS-DAY-CLOSED
                   MOVE WS-WALK-DATE TO WS-PRIOR-CYCLE-DATE
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

       2200-CHECK-PREDECESSOR-CLEAN.
           MOVE WS-BUS-DATE TO WS-LOOKUP-DATE
           COMPUTE WS-JOB-SUB = WS-JOB-POSITION - 1
           MOVE WS-DAY-JOB (WS-JOB-SUB) TO WS-LOOKUP-JOB
           PERFORM 1600-LOCATE-STATE-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-STATE-FOUND
           MOVE 0 TO WS-RC-IN
           PERFORM 5000-APPEND-STATUS-RECORD.

       2400-WRITE-FEED-EXPECTATION.
      *> Rewritten at every intake clearance, so the hand-off the
      *> intake finds always belongs to the date it was cleared for.
           OPEN OUTPUT FEED-EXPECT-FILE
           MOVE SPACES TO FEED-EXPECT-RECORD
           MOVE WS-BUS-DATE TO FXP-BUS-DATE
           IF WS-BUS-EXPECTS-NO-FEEDS
               SET FXP-NO-FEEDS-EXPECTED TO TRUE
               DISPLAY "CALENDAR: NO UPSTREAM FEEDS EXPECTED FOR "
                   WS-BUS-DATE
           ELSE
               SET FXP-FEEDS-EXPECTED TO TRUE
           END-IF
           MOVE WS-BUS-DAY-TYPE TO FXP-DAY-TYPE
           MOVE WS-CURRENT-DATE-TIME TO FXP-TIMESTAMP
           WRITE FEED-EXPECT-RECORD
           CLOSE FEED-EXPECT-FILE.

       3000-REGISTER-JOB-END.
      *> A step ending with RC 4 completed with warnings - rejects
      *> on the edit, a control-total note - and the cycle goes on;

       4000-DISPLAY-CYCLE-STATUS.
           DISPLAY "CYCLE STATUS FOR " WS-BUS-DATE ":"
           PERFORM 4050-DISPLAY-CALENDAR-DAY
           PERFORM 4100-DISPLAY-ONE-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-DAY-CHAIN-COUNT
           PERFORM 4200-DISPLAY-NEXT-EXPECTED
           IF WS-CALENDAR-ON-FILE
               PERFORM 4300-DISPLAY-SKIPPED-DATES
           END-IF.

       4050-DISPLAY-CALENDAR-DAY.
           EVALUATE TRUE
               WHEN NOT WS-CALENDAR-ON-FILE
                   MOVE "NO CALENDAR ON FILE - PROCESSING DAY"
                       TO WS-DAY-TYPE-TEXT
               WHEN WS-BUS-DAY-CLOSED
                   MOVE "NON-PROCESSING DAY - NO CYCLE RUNS"
                       TO WS-DAY-TYPE-TEXT
               WHEN WS-BUS-DAY-MONTH-END
                   MOVE "MONTH-END PROCESSING DAY"
                       TO WS-DAY-TYPE-TEXT
               WHEN WS-BUS-DAY-YEAR-END
                   MOVE "YEAR-END PROCESSING DAY"
                       TO WS-DAY-TYPE-TEXT
               WHEN WS-BUS-DAY-ON-CALENDAR
                   MOVE "PROCESSING DAY" TO WS-DAY-TYPE-TEXT
               WHEN OTHER
                   MOVE "PROCESSING DAY (NOT LISTED ON CALENDAR)"
                       TO WS-DAY-TYPE-TEXT
           END-EVALUATE
           DISPLAY "  CALENDAR: " WS-DAY-TYPE-TEXT
           IF WS-BUS-EXPECTS-NO-FEEDS AND NOT WS-BUS-DAY-CLOSED
               DISPLAY "  NO UPSTREAM FEEDS EXPECTED"
           END-IF.

       4100-DISPLAY-ONE-JOB.
           MOVE WS-BUS-DATE TO WS-LOOKUP-DATE
           MOVE WS-DAY-JOB (WS-JOB-SUB) TO WS-LOOKUP-JOB
           PERFORM 1600-LOCATE-STATE-ENTRY
           EVALUATE TRUE
               WHEN NOT WS-STATE-FOUND
               DISPLAY "  " WS-LOOKUP-JOB " " WS-STATUS-TEXT
           END-IF.

       4200-DISPLAY-NEXT-EXPECTED.
      *> The latest cycle on file (on a processing day - a stray
      *> record for a closed date is passed over) is the one in
      *> hand until housekeeping completes it; after that the next
      *> processing day is expected.
           MOVE HIGH-VALUES TO WS-LATEST-LIMIT-DATE
           MOVE "N" TO WS-WALK-DONE-FLAG
           PERFORM 4210-FIND-LATEST-OPEN-CYCLE
               UNTIL WS-WALK-DONE
           IF WS-LATEST-CYCLE-DATE = SPACES
               DISPLAY "  NEXT EXPECTED BUSINESS DATE: NO CYCLE ON"
                   " FILE YET"
           ELSE
               MOVE WS-LATEST-CYCLE-DATE TO WS-LOOKUP-DATE
               MOVE "AREA1HSK" TO WS-LOOKUP-JOB
               PERFORM 1600-LOCATE-STATE-ENTRY
               IF WS-STATE-FOUND AND WS-FOUND-STATUS = "C"
                   AND WS-FOUND-RC <= 4
                   MOVE SPACES TO WS-NEXT-EXPECTED-DATE
                   MOVE WS-LATEST-CYCLE-DATE TO WS-WALK-DATE
                   COMPUTE WS-WALK-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-WALK-DATE-N)
                   MOVE 0 TO WS-WALK-STEPS
                   MOVE "N" TO WS-WALK-DONE-FLAG
                   PERFORM 4230-STEP-FORWARD-ONE-DAY
                       UNTIL WS-WALK-DONE
                   IF WS-NEXT-EXPECTED-DATE = SPACES
                       DISPLAY "  NEXT EXPECTED BUSINESS DATE: NO"
                           " PROCESSING DAY ON THE CALENDAR WITHIN "
                           WS-WALK-LIMIT " DAYS OF "
                           WS-LATEST-CYCLE-DATE
                   ELSE
                       DISPLAY "  NEXT EXPECTED BUSINESS DATE: "
                           WS-NEXT-EXPECTED-DATE
                   END-IF
               ELSE
                   DISPLAY "  NEXT EXPECTED BUSINESS DATE: "
                       WS-LATEST-CYCLE-DATE
                       " - ITS CYCLE HAS NOT COMPLETED"
               END-IF
           END-IF.

       4210-FIND-LATEST-OPEN-CYCLE.
           MOVE SPACES TO WS-LATEST-CYCLE-DATE
           PERFORM 4220-CHECK-ONE-LATEST-DATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
           IF WS-LATEST-CYCLE-DATE = SPACES
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-LATEST-CYCLE-DATE TO WS-DAY-LOOKUP-DATE
               PERFORM 1250-LOOK-UP-CALENDAR-DAY
               IF WS-DAY-CLOSED
                   MOVE WS-LATEST-CYCLE-DATE TO WS-LATEST-LIMIT-DATE
               ELSE
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

       4220-CHECK-ONE-LATEST-DATE.
           IF WS-STA-BUS-DATE (WS-STATE-SUB) < WS-LATEST-LIMIT-DATE
               AND WS-STA-BUS-DATE (WS-STATE-SUB)
                   > WS-LATEST-CYCLE-DATE
               MOVE WS-STA-BUS-DATE (WS-STATE-SUB)
                   TO WS-LATEST-CYCLE-DATE
           END-IF.

       4230-STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-WALK-INTEGER
           ADD 1 TO WS-WALK-STEPS
           COMPUTE WS-WALK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
           MOVE WS-WALK-DATE TO WS-DAY-LOOKUP-DATE
           PERFORM 1250-LOOK-UP-CALENDAR-DAY
           IF NOT WS-DAY-CLOSED
               MOVE WS-WALK-DATE TO WS-NEXT-EXPECTED-DATE
               SET WS-WALK-DONE TO TRUE
           END-IF
           IF WS-WALK-STEPS >= WS-WALK-LIMIT
               SET WS-WALK-DONE TO TRUE
           END-IF.

       4300-DISPLAY-SKIPPED-DATES.
      *> Every processing day from the start of the calendar (or of
      *> the cycle history, whichever is later) up to the day before
      *> the date asked about that has no cycle registered at all.
           DISPLAY "  PROCESSING DAYS SKIPPED WITHOUT A CYCLE:"
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE WS-EARLIEST-CALENDAR-DATE TO WS-SKIP-SCAN-START
           IF WS-EARLIEST-CYCLE-DATE > WS-SKIP-SCAN-START
               MOVE WS-EARLIEST-CYCLE-DATE TO WS-SKIP-SCAN-START
           END-IF
           IF WS-SKIP-SCAN-START NOT = SPACES
               AND WS-EARLIEST-CYCLE-DATE NOT = SPACES
               AND WS-SKIP-SCAN-START < WS-BUS-DATE
               MOVE WS-SKIP-SCAN-START TO WS-WALK-DATE
               COMPUTE WS-WALK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WALK-DATE-N)
               MOVE WS-BUS-DATE TO WS-WALK-DATE
               COMPUTE WS-WALK-STOP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WALK-DATE-N)
               PERFORM 4310-CHECK-ONE-SKIP-DAY
                   UNTIL WS-WALK-INTEGER >= WS-WALK-STOP-INTEGER
           END-IF
           IF WS-SKIPPED-COUNT = 0
               DISPLAY "    NONE"
           END-IF
           IF WS-SKIPPED-COUNT > WS-SKIPPED-SHOW-MAX
               DISPLAY "    ... " WS-SKIPPED-COUNT " SKIPPED IN ALL"
           END-IF.

       4310-CHECK-ONE-SKIP-DAY.
           COMPUTE WS-WALK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-WALK-INTEGER)
           MOVE WS-WALK-DATE TO WS-DAY-LOOKUP-DATE
           PERFORM 1250-LOOK-UP-CALENDAR-DAY
           IF NOT WS-DAY-CLOSED
               MOVE WS-WALK-DATE TO WS-LOOKUP-DATE
               PERFORM 1650-CHECK-DATE-HAS-CYCLE
               IF NOT WS-DATE-HAS-CYCLE
                   ADD 1 TO WS-SKIPPED-COUNT
                   IF WS-SKIPPED-COUNT <= WS-SKIPPED-SHOW-MAX
                       DISPLAY "    " WS-WALK-DATE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-WALK-INTEGER.

       5000-APPEND-STATUS-RECORD.
           OPEN EXTEND CYCLE-STATUS-FILE
           IF WS-STATUS-FILE-NOT-FOUND
