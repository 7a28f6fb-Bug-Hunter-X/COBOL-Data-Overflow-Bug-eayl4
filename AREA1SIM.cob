       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1SIM.
      *> Dry-run simulation of the counter run AREA1CNT.  Change
      *> control attaches its report to every threshold change, new
      *> upstream feed or rerun of a suspect transaction file: it
      *> shows what the counter run WOULD assign without a single
      *> number being burned.
      *>
      *> The simulation starts from snapshot copies taken by
      *> operations (and edited, where the change being proposed is
      *> to the series master):
      *>     SIMCNTR.DAT   copy of COUNTER.DAT  (CNTRFILE layout)
      *>     SIMSMST.DAT   copy of SERMAST.DAT  (SERMAST layout)
      *>     SIMTRAN.DAT   the transaction file to be tried
      *> and the optional parameter SIMPARM.DAT, carrying a proposed
      *> threshold (blank means the live THRESHLD.DAT, read only)
      *> and the change reference printed on the report.  Each
      *> transaction goes through the counter run's full assignment
      *> path - series validation, increment, check digit, overflow
      *> into WS-AREA-2 and WS-AREA-3 rollover - and the report
      *> SIMRPT.DAT lists the projected assignment, every exception
      *> and rollover, and closes with the extract and exception
      *> counts and the opening and final counters per series.
      *>
      *> The program has no access to COUNTER.DAT, CHKPOINT.DAT or
      *> any of the counter run's append files (AUDITLOG, XREF,
      *> XREFIDX, EXTRACT, OVERFLOW, ROLLOVER, RUNCTL, CNTRHIST) -
      *> none of them is even declared here - and it does not take
      *> the counter lock, so it can run while the counter is in
      *> use.  It is never a cycle step: AREA1CYC refuses to clear or
      *> register it.
      *>
      *> 2150 through 2500 are AREA1CNT's own assignment paragraphs
      *> with each file write replaced by a report line or a count;
      *> a change to the assignment path there is made here as well.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARAMETER-FILE ASSIGN TO "SIMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMPARM-FILE-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "THRESHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT COUNTER-SNAPSHOT ASSIGN TO "SIMCNTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-FILE-STATUS.

           SELECT MASTER-SNAPSHOT ASSIGN TO "SIMSMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SIMTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-PARAMETER-FILE.
       01  SIM-PARAMETER-RECORD.
           05  SPM-THRESHOLD-X         PIC X(11).
           05  SPM-THRESHOLD-N REDEFINES SPM-THRESHOLD-X
                                       PIC 9(11).
           05  SPM-CHANGE-REF          PIC X(30).
           05  FILLER                  PIC X(39).

       FD  THRESHOLD-FILE.
       01  PARAMETER-RECORD.
           05  PARM-THRESHOLD-X        PIC X(11).
           05  PARM-THRESHOLD-N REDEFINES PARM-THRESHOLD-X
                                       PIC 9(11).
           05  FILLER                  PIC X(69).

       FD  COUNTER-SNAPSHOT.
           COPY CNTRFILE.

       FD  MASTER-SNAPSHOT.
           COPY SERMAST.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRAN-ID                 PIC X(10).
           05  TRAN-SERIES             PIC X(3).
           05  FILLER                  PIC X(67).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SIMPARM-FILE-STATUS      PIC XX.
           88  WS-SIMPARM-FILE-NOT-FOUND        VALUE "35".

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-COUNTER-FILE-STATUS      PIC XX.
           88  WS-COUNTER-FILE-NOT-FOUND        VALUE "35".

       01  WS-MASTER-FILE-STATUS       PIC XX.
           88  WS-MASTER-FILE-NOT-FOUND         VALUE "35".

       01  WS-TRAN-FILE-STATUS         PIC XX.
           88  WS-TRAN-FILE-NOT-FOUND           VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-REPORT-OPEN-FLAG         PIC X    VALUE "N".
           88  WS-REPORT-OPEN                   VALUE "Y".

       01  WS-EOF-TRANSACTIONS         PIC X    VALUE "N".
           88  WS-END-OF-TRANSACTIONS           VALUE "Y".

       01  WS-EOF-COUNTER              PIC X    VALUE "N".
           88  WS-END-OF-COUNTER-FILE           VALUE "Y".

       01  WS-EOF-MASTER               PIC X    VALUE "N".
           88  WS-END-OF-MASTER-FILE            VALUE "Y".

       01  WS-CHANGE-REF               PIC X(30) VALUE SPACES.
       01  WS-THRESHOLD-SOURCE         PIC X(30) VALUE SPACES.

      *> Work fields for the series the current transaction names,
      *> exactly as in the counter run.
       01  WS-AREA-1                   PIC 9(11) COMP-3 VALUE 0.
       01  WS-AREA-2                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-AREA-3                   PIC 9(9) COMP-3 VALUE 0.
       01  WS-PRIOR-AREA-1             PIC 9(11) COMP-3 VALUE 0.

           COPY CHKDGT.

      *> One entry per counter series, carrying the snapshot's
      *> opening value and the projected movements beside the
      *> running counters.
       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-CURRENT-SERIES           PIC X(3) VALUE SPACES.
       01  WS-SERIES-TABLE-MAX         PIC 9(3) COMP VALUE 50.
       01  WS-SERIES-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-DISPLAY-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY         OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-SERIES-COUNT
                                       INDEXED BY WS-SX.
               10  WS-SER-ID           PIC X(3).
               10  WS-SER-AREA-1       PIC 9(11) COMP-3.
               10  WS-SER-AREA-2       PIC 9(9) COMP-3.
               10  WS-SER-AREA-3       PIC 9(9) COMP-3.
               10  WS-SER-OPENING-AREA-1
                                       PIC 9(11) COMP-3.
               10  WS-SER-ASSIGNED     PIC 9(9) COMP-3.
               10  WS-SER-OVERFLOWS    PIC 9(9) COMP-3.
               10  WS-SER-EXTRACTS     PIC 9(9) COMP-3.
               10  WS-SER-ROLLOVERS    PIC 9(9) COMP-3.
       01  WS-TIERS-CROSSED            PIC 9(9) VALUE 0.
       01  WS-AREA-3-TARGET            PIC 9(9) VALUE 0.

       01  WS-MASTER-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY         OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-MASTER-COUNT
                                       INDEXED BY WS-MX.
               10  WS-MST-ID           PIC X(3).
               10  WS-MST-STATUS       PIC X.
       01  WS-SERIES-REJECT-FLAG       PIC X    VALUE "N".
           88  WS-SERIES-REJECTED               VALUE "Y".
       01  WS-SERIES-EXC-REASON        PIC X(4) VALUE SPACES.

       01  WS-OVERFLOW-FLAG            PIC 9    VALUE 0.
           88  WS-OVERFLOW-YES                  VALUE 1.
           88  WS-OVERFLOW-NO                   VALUE 0.

       01  WS-THRESHOLD                PIC 9(11) VALUE 50000.
       01  WS-AREA-2-MAX-VALUE         PIC 9(9) VALUE 999999999.
       01  WS-AREA-2-TIER-SIZE         PIC 9(10) VALUE 1000000000.

       01  WS-TRAN-READ-COUNT          PIC 9(9) VALUE 0.
       01  WS-TRAN-COUNT               PIC 9(9) VALUE 0.
       01  WS-SERIES-EXC-COUNT         PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-EXC-COUNT       PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT            PIC 9(9) VALUE 0.
       01  WS-ROLLOVER-EVENT-COUNT     PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-REPORT-DATE              PIC X(8).
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-LINE-COUNT               PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.
       01  WS-PAGE-NUMBER              PIC 9(5) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(34) VALUE
               "AREA1 SEQUENCE COUNTER SYSTEM     ".
           05  FILLER                  PIC X(26) VALUE
               "COUNTER RUN SIMULATION    ".
           05  FILLER                  PIC X(13) VALUE
               "REPORT DATE: ".
           05  HD1-REPORT-DATE         PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD1-PAGE-NUMBER         PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(34) VALUE
               "SIMULATION ONLY - NO NUMBER ISSUED".
           05  FILLER                  PIC X(30) VALUE
               " - NOTHING WRITTEN   CHANGE: ".
           05  HD2-CHANGE-REF          PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(12) VALUE "TRAN-ID".
           05  FILLER                  PIC X(5)  VALUE "SER".
           05  FILLER                  PIC X(13) VALUE "PRIOR AREA-1".
           05  FILLER                  PIC X(13) VALUE "NEW AREA-1".
           05  FILLER                  PIC X(15) VALUE "DOCUMENT NO.".
           05  FILLER                  PIC X(11) VALUE "AREA-2".
           05  FILLER                  PIC X(4)  VALUE "NOTE".
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DET-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-PRIOR-AREA-1        PIC 9(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-NEW-AREA-1          PIC 9(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-DOCUMENT-NUMBER.
               10  DET-DOC-AREA-1-VALUE
                                       PIC 9(11).
               10  DET-DOC-SEPARATOR   PIC X.
               10  DET-DOC-CHECK-DIGIT PIC 9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-AREA-2              PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-NOTE                PIC X(40).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  EXL-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EXL-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "*** EXCEPTION ".
           05  EXL-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  EXL-REASON-TEXT         PIC X(40).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-ROLLOVER-LINE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "ROLLOVER - SERIES ".
           05  RLL-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(15) VALUE
               " WS-AREA-3 NOW ".
           05  RLL-AREA-3-VALUE        PIC 9(9).
           05  FILLER                  PIC X(20) VALUE
               " WS-AREA-2 AT ROLL ".
           05  RLL-AREA-2-AT-ROLL      PIC 9(9).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL               PIC X(36).
           05  SUM-VALUE               PIC 9(11).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-SERIES-HEADING.
           05  FILLER                  PIC X(5)  VALUE "SER".
           05  FILLER                  PIC X(13) VALUE "OPEN AREA-1".
           05  FILLER                  PIC X(13) VALUE "FINAL AREA-1".
           05  FILLER                  PIC X(11) VALUE "AREA-2".
           05  FILLER                  PIC X(11) VALUE "AREA-3".
           05  FILLER                  PIC X(11) VALUE "ASSIGNED".
           05  FILLER                  PIC X(11) VALUE "OVERFLOWS".
           05  FILLER                  PIC X(11) VALUE "EXTRACTS".
           05  FILLER                  PIC X(9)  VALUE "ROLLOVERS".
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-SERIES-LINE.
           05  SRL-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-OPENING-AREA-1      PIC 9(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-FINAL-AREA-1        PIC 9(11).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-FINAL-AREA-2        PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-FINAL-AREA-3        PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-ASSIGNED            PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-OVERFLOWS           PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-EXTRACTS            PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SRL-ROLLOVERS           PIC 9(9).
           05  FILLER                  PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SIMULATE-TRANSACTION
                   UNTIL WS-END-OF-TRANSACTIONS OR WS-ABORT-RUN
               CLOSE TRANSACTION-FILE
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           IF WS-REPORT-OPEN
               CLOSE REPORT-FILE
               PERFORM 4000-FINALIZE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-REPORT-DATE
           PERFORM 1100-LOAD-SIM-PARAMETERS
           IF NOT WS-ABORT-RUN
               AND WS-THRESHOLD-SOURCE = SPACES
               PERFORM 1200-LOAD-THRESHOLD-PARAMETER
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-COUNTER-SNAPSHOT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1400-LOAD-MASTER-SNAPSHOT
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT TRANSACTION-FILE
               IF WS-TRAN-FILE-NOT-FOUND
                   DISPLAY "*** SIMULATION TRANSACTION FILE"
                       " SIMTRAN.DAT NOT FOUND ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               SET WS-REPORT-OPEN TO TRUE
               MOVE SPACES TO REPORT-LINE
               STRING "THRESHOLD USED: " WS-THRESHOLD
                   " FROM " WS-THRESHOLD-SOURCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8400-WRITE-REPORT-LINE
               PERFORM 8300-WRITE-BLANK-LINE
               PERFORM 2900-READ-NEXT-TRANSACTION
           END-IF.

       1100-LOAD-SIM-PARAMETERS.
      *> No parameter file, or a blank threshold on it, simulates
      *> against the live threshold.
           OPEN INPUT SIM-PARAMETER-FILE
           IF WS-SIMPARM-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ SIM-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPM-CHANGE-REF TO WS-CHANGE-REF
                       EVALUATE TRUE
                           WHEN SPM-THRESHOLD-X = SPACES
                               CONTINUE
                           WHEN SPM-THRESHOLD-X IS NOT NUMERIC
                               DISPLAY "*** PROPOSED THRESHOLD ON"
                                   " SIMPARM.DAT NOT NUMERIC ***"
                               SET WS-ABORT-RUN TO TRUE
                               MOVE 16 TO RETURN-CODE
                           WHEN OTHER
                               MOVE SPM-THRESHOLD-N TO WS-THRESHOLD
                               MOVE "SIMPARM.DAT (PROPOSED)"
                                   TO WS-THRESHOLD-SOURCE
                       END-EVALUATE
               END-READ
               CLOSE SIM-PARAMETER-FILE
           END-IF.

       1200-LOAD-THRESHOLD-PARAMETER.
           OPEN INPUT THRESHOLD-FILE
           IF WS-PARM-FILE-NOT-FOUND
               DISPLAY "*** THRESHOLD PARAMETER FILE NOT FOUND ***"
               SET WS-ABORT-RUN TO TRUE
           ELSE
               READ THRESHOLD-FILE
                   AT END
                       DISPLAY "*** THRESHOLD PARM FILE IS EMPTY ***"
                       SET WS-ABORT-RUN TO TRUE
                   NOT AT END
                       IF PARM-THRESHOLD-X IS NOT NUMERIC
                           DISPLAY "*** THRESHOLD PARM NOT NUMERIC ***"
                           SET WS-ABORT-RUN TO TRUE
                       ELSE
                           MOVE PARM-THRESHOLD-N TO WS-THRESHOLD
                           MOVE "THRESHLD.DAT (LIVE)"
                               TO WS-THRESHOLD-SOURCE
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** SIMULATION ABORTED - INVALID THRESHOLD"
                   " PARM ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1300-LOAD-COUNTER-SNAPSHOT.
      *> Unlike the live counter file, a missing snapshot is not
      *> taken to mean "every series at zero" - a projection from
      *> zero would look plausible and be wrong.  An empty snapshot
      *> is accepted: that is what a brand-new counter looks like.
           OPEN INPUT COUNTER-SNAPSHOT
           IF WS-COUNTER-FILE-NOT-FOUND
               DISPLAY "*** COUNTER SNAPSHOT SIMCNTR.DAT NOT FOUND -"
                   " COPY COUNTER.DAT TO IT ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1310-LOAD-ONE-COUNTER-RECORD
                   UNTIL WS-END-OF-COUNTER-FILE OR WS-ABORT-RUN
               CLOSE COUNTER-SNAPSHOT
           END-IF.

       1310-LOAD-ONE-COUNTER-RECORD.
           READ COUNTER-SNAPSHOT
               AT END
                   SET WS-END-OF-COUNTER-FILE TO TRUE
               NOT AT END
                   IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
                       DISPLAY "*** COUNTER SERIES TABLE FULL ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-SERIES-COUNT
                       IF CTR-SERIES-ID = SPACES
                           MOVE WS-DEFAULT-SERIES
                               TO WS-SER-ID (WS-SERIES-COUNT)
                       ELSE
                           MOVE CTR-SERIES-ID
                               TO WS-SER-ID (WS-SERIES-COUNT)
                       END-IF
                       MOVE CTR-AREA-1
                           TO WS-SER-AREA-1 (WS-SERIES-COUNT)
                       MOVE CTR-AREA-2
                           TO WS-SER-AREA-2 (WS-SERIES-COUNT)
                       MOVE CTR-AREA-3
                           TO WS-SER-AREA-3 (WS-SERIES-COUNT)
                       MOVE CTR-AREA-1
                           TO WS-SER-OPENING-AREA-1 (WS-SERIES-COUNT)
                       PERFORM 1320-CLEAR-SERIES-MOVEMENTS
                   END-IF
           END-READ.

       1320-CLEAR-SERIES-MOVEMENTS.
           MOVE 0 TO WS-SER-ASSIGNED (WS-SERIES-COUNT)
           MOVE 0 TO WS-SER-OVERFLOWS (WS-SERIES-COUNT)
           MOVE 0 TO WS-SER-EXTRACTS (WS-SERIES-COUNT)
           MOVE 0 TO WS-SER-ROLLOVERS (WS-SERIES-COUNT).

       1400-LOAD-MASTER-SNAPSHOT.
           OPEN INPUT MASTER-SNAPSHOT
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "*** SERIES MASTER SNAPSHOT SIMSMST.DAT NOT"
                   " FOUND - COPY SERMAST.DAT TO IT ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1410-LOAD-ONE-MASTER-RECORD
                   UNTIL WS-END-OF-MASTER-FILE OR WS-ABORT-RUN
               CLOSE MASTER-SNAPSHOT
           END-IF
           IF NOT WS-ABORT-RUN AND WS-MASTER-COUNT = 0
               DISPLAY "*** SERIES MASTER SNAPSHOT IS EMPTY ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1410-LOAD-ONE-MASTER-RECORD.
           READ MASTER-SNAPSHOT
               AT END
                   SET WS-END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF WS-MASTER-COUNT >= WS-SERIES-TABLE-MAX
                       DISPLAY "*** SERIES MASTER TABLE FULL ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE SMR-SERIES-ID
                           TO WS-MST-ID (WS-MASTER-COUNT)
                       MOVE SMR-STATUS
                           TO WS-MST-STATUS (WS-MASTER-COUNT)
                   END-IF
           END-READ.

       2000-SIMULATE-TRANSACTION.
           ADD 1 TO WS-TRAN-READ-COUNT
           PERFORM 2150-VALIDATE-SERIES-AUTHORIZED
           IF WS-SERIES-REJECTED
               PERFORM 2160-REPORT-SERIES-EXCEPTION
           ELSE
               PERFORM 2200-APPLY-INCREMENT
               IF NOT WS-ABORT-RUN
                   PERFORM 2300-REPORT-ASSIGNMENT
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2900-READ-NEXT-TRANSACTION
           END-IF.

       2150-VALIDATE-SERIES-AUTHORIZED.
           MOVE "N" TO WS-SERIES-REJECT-FLAG
           IF TRAN-SERIES = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-CURRENT-SERIES
           ELSE
               MOVE TRAN-SERIES TO WS-CURRENT-SERIES
           END-IF
           SET WS-MX TO 1
           SEARCH WS-MASTER-ENTRY
               AT END
                   SET WS-SERIES-REJECTED TO TRUE
                   MOVE "SERU" TO WS-SERIES-EXC-REASON
               WHEN WS-MST-ID (WS-MX) = WS-CURRENT-SERIES
                   IF WS-MST-STATUS (WS-MX) NOT = "A"
                       SET WS-SERIES-REJECTED TO TRUE
                       MOVE "SERA" TO WS-SERIES-EXC-REASON
                   END-IF
           END-SEARCH.

       2160-REPORT-SERIES-EXCEPTION.
           MOVE TRAN-ID TO EXL-TRAN-ID
           MOVE WS-CURRENT-SERIES TO EXL-SERIES-ID
           MOVE WS-SERIES-EXC-REASON TO EXL-REASON-CODE
           IF WS-SERIES-EXC-REASON = "SERU"
               MOVE "SERIES NOT ON THE SERIES MASTER"
                   TO EXL-REASON-TEXT
           ELSE
               MOVE "SERIES NOT ACTIVE ON THE SERIES MASTER"
                   TO EXL-REASON-TEXT
           END-IF
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           ADD 1 TO WS-SERIES-EXC-COUNT.

       2200-APPLY-INCREMENT.
           MOVE 0 TO WS-TIERS-CROSSED
           PERFORM 2210-LOCATE-SERIES
           IF NOT WS-ABORT-RUN
               ADD 1 TO WS-TRAN-COUNT
               ADD 1 TO WS-SER-ASSIGNED (WS-SERIES-SUB)
               MOVE WS-AREA-1 TO WS-PRIOR-AREA-1
               ADD 1 TO WS-AREA-1
               PERFORM 2230-DERIVE-CHECK-DIGIT
               IF WS-AREA-1 > WS-THRESHOLD
                   SET WS-OVERFLOW-YES TO TRUE
                   PERFORM 2400-MOVE-TO-AREA-2
                   PERFORM 2500-COUNT-OVERFLOW-EXCEPTION
               ELSE
                   SET WS-OVERFLOW-NO TO TRUE
               END-IF
               PERFORM 2220-STORE-SERIES
           END-IF.

       2210-LOCATE-SERIES.
           SET WS-SX TO 1
           SEARCH WS-SERIES-ENTRY
               AT END
                   PERFORM 2215-CREATE-NEW-SERIES
               WHEN WS-SER-ID (WS-SX) = WS-CURRENT-SERIES
                   SET WS-SERIES-SUB TO WS-SX
           END-SEARCH
           IF NOT WS-ABORT-RUN
               MOVE WS-SER-AREA-1 (WS-SERIES-SUB) TO WS-AREA-1
               MOVE WS-SER-AREA-2 (WS-SERIES-SUB) TO WS-AREA-2
               MOVE WS-SER-AREA-3 (WS-SERIES-SUB) TO WS-AREA-3
           END-IF.

       2215-CREATE-NEW-SERIES.
           IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
               DISPLAY "*** COUNTER SERIES TABLE FULL ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-CURRENT-SERIES TO WS-SER-ID (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-1 (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-2 (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-AREA-3 (WS-SERIES-COUNT)
               MOVE 0 TO WS-SER-OPENING-AREA-1 (WS-SERIES-COUNT)
               PERFORM 1320-CLEAR-SERIES-MOVEMENTS
               MOVE WS-SERIES-COUNT TO WS-SERIES-SUB
           END-IF.

       2220-STORE-SERIES.
           MOVE WS-AREA-1 TO WS-SER-AREA-1 (WS-SERIES-SUB)
           MOVE WS-AREA-2 TO WS-SER-AREA-2 (WS-SERIES-SUB)
           MOVE WS-AREA-3 TO WS-SER-AREA-3 (WS-SERIES-SUB).

       2230-DERIVE-CHECK-DIGIT.
           MOVE WS-AREA-1 TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS.

       2300-REPORT-ASSIGNMENT.
           MOVE TRAN-ID TO DET-TRAN-ID
           MOVE WS-CURRENT-SERIES TO DET-SERIES-ID
           MOVE WS-PRIOR-AREA-1 TO DET-PRIOR-AREA-1
           MOVE WS-AREA-1 TO DET-NEW-AREA-1
           MOVE WS-AREA-1 TO DET-DOC-AREA-1-VALUE
           MOVE "-" TO DET-DOC-SEPARATOR
           MOVE CDG-CHECK-DIGIT TO DET-DOC-CHECK-DIGIT
           MOVE WS-AREA-2 TO DET-AREA-2
           EVALUATE TRUE
               WHEN WS-OVERFLOW-NO
                   MOVE SPACES TO DET-NOTE
               WHEN WS-TIERS-CROSSED > 0
                   MOVE "OVERFLOW + ROLLOVER - OVFL, EXTRACT"
                       TO DET-NOTE
               WHEN OTHER
                   MOVE "OVERFLOW - OVFL EXCEPTION, EXTRACT"
                       TO DET-NOTE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       2400-MOVE-TO-AREA-2.
           IF WS-AREA-1 > WS-AREA-2-MAX-VALUE
               COMPUTE WS-AREA-2 =
                   FUNCTION MOD(WS-AREA-1, WS-AREA-2-TIER-SIZE)
               COMPUTE WS-AREA-3-TARGET =
                   FUNCTION INTEGER-PART(
                       WS-AREA-1 / WS-AREA-2-TIER-SIZE)
               COMPUTE WS-TIERS-CROSSED =
                   WS-AREA-3-TARGET - WS-AREA-3
               IF WS-TIERS-CROSSED > 0
                   PERFORM 2410-PROCESS-AREA-2-ROLLOVER
                       WS-TIERS-CROSSED TIMES
               END-IF
           ELSE
               MOVE WS-AREA-1 TO WS-AREA-2
           END-IF
           PERFORM 2420-COUNT-EXTRACT-RECORD.

       2410-PROCESS-AREA-2-ROLLOVER.
           ADD 1 TO WS-AREA-3
           ADD 1 TO WS-ROLLOVER-EVENT-COUNT
           ADD 1 TO WS-SER-ROLLOVERS (WS-SERIES-SUB)
           PERFORM 2411-REPORT-ROLLOVER-EVENT.

       2411-REPORT-ROLLOVER-EVENT.
           MOVE WS-CURRENT-SERIES TO RLL-SERIES-ID
           MOVE WS-AREA-3 TO RLL-AREA-3-VALUE
           IF WS-AREA-3 = WS-AREA-3-TARGET
               MOVE WS-AREA-2 TO RLL-AREA-2-AT-ROLL
           ELSE
               MOVE 0 TO RLL-AREA-2-AT-ROLL
           END-IF
           MOVE WS-ROLLOVER-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       2420-COUNT-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT
           ADD 1 TO WS-SER-EXTRACTS (WS-SERIES-SUB).

       2500-COUNT-OVERFLOW-EXCEPTION.
           ADD 1 TO WS-OVERFLOW-EXC-COUNT
           ADD 1 TO WS-SER-OVERFLOWS (WS-SERIES-SUB).

       2900-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
           END-READ.

       3000-PRINT-SUMMARY.
           PERFORM 8300-WRITE-BLANK-LINE
           IF WS-ABORT-RUN
               MOVE "*** SIMULATION STOPPED SHORT - FIGURES BELOW"
                   TO REPORT-LINE
               PERFORM 8400-WRITE-REPORT-LINE
               MOVE "*** COVER ONLY THE TRANSACTIONS LISTED ABOVE"
                   TO REPORT-LINE
               PERFORM 8400-WRITE-REPORT-LINE
           END-IF
           MOVE "PROJECTED TOTALS" TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           MOVE "  TRANSACTIONS READ               : " TO SUM-LABEL
           MOVE WS-TRAN-READ-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           MOVE "  NUMBERS ASSIGNED                : " TO SUM-LABEL
           MOVE WS-TRAN-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           MOVE "  SERIES EXCEPTIONS (SERU/SERA)   : " TO SUM-LABEL
           MOVE WS-SERIES-EXC-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           MOVE "  OVERFLOW EXCEPTIONS (OVFL)      : " TO SUM-LABEL
           MOVE WS-OVERFLOW-EXC-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           MOVE "  EXTRACT RECORDS                 : " TO SUM-LABEL
           MOVE WS-EXTRACT-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           MOVE "  ROLLOVER EVENTS                 : " TO SUM-LABEL
           MOVE WS-ROLLOVER-EVENT-COUNT TO SUM-VALUE
           PERFORM 8500-WRITE-SUMMARY-LINE
           PERFORM 8300-WRITE-BLANK-LINE
           MOVE "FINAL COUNTER PER SERIES" TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           MOVE WS-SERIES-HEADING TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           PERFORM 3100-PRINT-ONE-SERIES
               VARYING WS-DISPLAY-SUB FROM 1 BY 1
               UNTIL WS-DISPLAY-SUB > WS-SERIES-COUNT.

       3100-PRINT-ONE-SERIES.
           MOVE WS-SER-ID (WS-DISPLAY-SUB) TO SRL-SERIES-ID
           MOVE WS-SER-OPENING-AREA-1 (WS-DISPLAY-SUB)
               TO SRL-OPENING-AREA-1
           MOVE WS-SER-AREA-1 (WS-DISPLAY-SUB) TO SRL-FINAL-AREA-1
           MOVE WS-SER-AREA-2 (WS-DISPLAY-SUB) TO SRL-FINAL-AREA-2
           MOVE WS-SER-AREA-3 (WS-DISPLAY-SUB) TO SRL-FINAL-AREA-3
           MOVE WS-SER-ASSIGNED (WS-DISPLAY-SUB) TO SRL-ASSIGNED
           MOVE WS-SER-OVERFLOWS (WS-DISPLAY-SUB) TO SRL-OVERFLOWS
           MOVE WS-SER-EXTRACTS (WS-DISPLAY-SUB) TO SRL-EXTRACTS
           MOVE WS-SER-ROLLOVERS (WS-DISPLAY-SUB) TO SRL-ROLLOVERS
           MOVE WS-SERIES-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       4000-FINALIZE.
           DISPLAY "SIMULATION ONLY - NO COUNTER, CHECKPOINT OR"
               " APPEND FILE WRITTEN"
           DISPLAY "TRANSACTIONS READ     : " WS-TRAN-READ-COUNT
           DISPLAY "NUMBERS ASSIGNED      : " WS-TRAN-COUNT
           DISPLAY "SERIES EXCEPTIONS     : " WS-SERIES-EXC-COUNT
           DISPLAY "OVERFLOW EXCEPTIONS   : " WS-OVERFLOW-EXC-COUNT
           DISPLAY "EXTRACT RECORDS       : " WS-EXTRACT-COUNT
           DISPLAY "ROLLOVER EVENTS       : " WS-ROLLOVER-EVENT-COUNT
           PERFORM 4050-DISPLAY-SERIES-TOTAL
               VARYING WS-DISPLAY-SUB FROM 1 BY 1
               UNTIL WS-DISPLAY-SUB > WS-SERIES-COUNT.

       4050-DISPLAY-SERIES-TOTAL.
           DISPLAY "PROJECTED FINAL WS-AREA-1, SERIES "
               WS-SER-ID (WS-DISPLAY-SUB) " : "
               WS-SER-AREA-1 (WS-DISPLAY-SUB).

       8000-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-REPORT-DATE TO HD1-REPORT-DATE
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHANGE-REF TO HD2-CHANGE-REF
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       8300-WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       8400-WRITE-REPORT-LINE.
      *> The page headings print through REPORT-LINE too, so the
      *> pending line is held across a page break.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-HOLD-LINE
               PERFORM 8000-PRINT-PAGE-HEADINGS
               MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8500-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.
