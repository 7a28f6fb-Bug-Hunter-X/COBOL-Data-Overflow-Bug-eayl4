       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1STM.
      *> Period-end numbering statement, monthly or annual, one
      *> statement per counter series accounting for every number
      *> the series moved through in a closed period:
      *>   opening WS-AREA-1 position
      *>   + numbers issued by batch runs (audit log)
      *>   + numbers issued online (audit log, "O" run IDs)
      *>   + numbers committed to branches (reservation ledger)
      *>   - numbers removed by backouts (audit log, "B" run IDs)
      *>   + / - counter resets (approved resets, maintenance log)
      *>   = closing WS-AREA-1 position
      *> WS-AREA-3 tier rollovers in the period (ROLLOVER.DAT) are
      *> shown as a memo - a rollover moves WS-AREA-3, never the
      *> WS-AREA-1 position the statement proves.
      *> The trails are replayed in timestamp order from the very
      *> first record held - the archived generations on ARCHIVE.DAT
      *> first, the live files after, the same order the recovery
      *> utility reads them in - so the position at any moment is
      *> known and any closed period can be stated, however long ago
      *> housekeeping cut it.  Every movement states where the
      *> counter stood before it (the audit row's prior value, the
      *> block's first value less one); where that is not where the
      *> replay has the counter, the difference is an unexplained
      *> gap - numbers skipped when the counter jumped ahead, numbers
      *> reused when it fell back.  A series with any gap is out of
      *> balance: opening + the explained movements does not prove
      *> its closing position.  A series whose oldest retained record
      *> falls inside the period shows the history housekeeping has
      *> already purged as a gap at that record.
      *> Movements are booked to the period they happened in: a
      *> backout in the period reverses numbers issued earlier, and
      *> counts here.
      *> STMPARM.DAT is optional: period type "M" (monthly, the
      *> default) or "Y" (annual), year and month.  No parameter
      *> means the previous calendar month; an annual statement with
      *> no year means the previous year.  The period must have
      *> ended before today.
      *> Output is the printable statement STMRPT.DAT and the fixed
      *> format NUMSTMT.DAT (NUMSTMT copybook) that finance loads
      *> into the regulatory return.  Return code 4 when any series
      *> is out of balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "STMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SERIES-MASTER ASSIGN TO "SERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT ROLLOVER-REPORT ASSIGN TO "ROLLOVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLOVER-FILE-STATUS.

           SELECT RESERVATION-LEDGER ASSIGN TO "RESERVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "STMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "NUMSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-PERIOD-TYPE        PIC X.
           05  PARM-PERIOD-YEAR-X      PIC X(4).
           05  PARM-PERIOD-YEAR-N REDEFINES PARM-PERIOD-YEAR-X
                                       PIC 9(4).
           05  PARM-PERIOD-MONTH-X     PIC X(2).
           05  PARM-PERIOD-MONTH-N REDEFINES PARM-PERIOD-MONTH-X
                                       PIC 9(2).
           05  FILLER                  PIC X(73).

       FD  SERIES-MASTER.
           COPY SERMAST.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-FILE-ID             PIC X(8).
           05  ARC-CUT-DATE            PIC X(8).
           05  ARC-RECORD-IMAGE        PIC X(89).

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD            PIC X(80).

       FD  ROLLOVER-REPORT.
       01  ROLLOVER-RECORD             PIC X(89).

       FD  RESERVATION-LEDGER.
           COPY RESVLEDG.

       FD  STATEMENT-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  STATEMENT-FILE.
           COPY NUMSTMT.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-MASTER-FILE-STATUS       PIC XX.
           88  WS-MASTER-FILE-NOT-FOUND         VALUE "35".

       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  WS-ARCHIVE-FILE-NOT-FOUND        VALUE "35".

       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  WS-AUDIT-FILE-NOT-FOUND          VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-ROLLOVER-FILE-STATUS     PIC XX.
           88  WS-ROLLOVER-FILE-NOT-FOUND       VALUE "35".

       01  WS-LEDGER-FILE-STATUS       PIC XX.
           88  WS-LEDGER-FILE-NOT-FOUND         VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-STATEMENT-FILE-STATUS    PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

       01  WS-DRAIN-FLAG               PIC X    VALUE "N".
           88  WS-DRAIN-DONE                    VALUE "Y".

      *> Archived images carry the same layouts as the live files;
      *> these mirrors let one paragraph serve both sources.
       01  WS-AUDIT-IMAGE.
           05  WS-AUD-PRIOR-AREA-1     PIC 9(11).
           05  WS-AUD-NEW-AREA-1       PIC 9(11).
           05  WS-AUD-AREA-2-VALUE     PIC 9(9).
           05  WS-AUD-OVERFLOW-FLAG    PIC 9.
           05  WS-AUD-TIMESTAMP        PIC X(21).
           05  WS-AUD-SERIES-ID        PIC X(3).
           05  WS-AUD-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(25).

       01  WS-MAINT-IMAGE.
           05  WS-MLG-OPERATOR-ID      PIC X(8).
           05  WS-MLG-ACTION-CODE      PIC X(7).
           05  WS-MLG-AREA-1-AFTER     PIC 9(11).
           05  WS-MLG-RESULT-FLAG      PIC X.
           05  WS-MLG-TIMESTAMP        PIC X(21).
           05  WS-MLG-SERIES-ID        PIC X(3).
           05  WS-MLG-SECOND-OPR       PIC X(8).
           05  FILLER                  PIC X(30).

       01  WS-ROLLOVER-IMAGE.
           05  WS-ROL-EVENT-SEQ        PIC 9(9).
           05  WS-ROL-AREA-2-AT-ROLL   PIC 9(9).
           05  WS-ROL-AREA-3-VALUE     PIC 9(9).
           05  WS-ROL-TIMESTAMP        PIC X(21).
           05  WS-ROL-SERIES-ID        PIC X(3).
           05  WS-ROL-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(30).

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-RECORD-SERIES            PIC X(3) VALUE SPACES.
       01  WS-AREA-2-TIER-SIZE         PIC 9(10) VALUE 1000000000.

      *> Statement period.
       01  WS-PERIOD-TYPE              PIC X    VALUE "M".
           88  WS-MONTHLY-PERIOD                VALUE "M".
           88  WS-ANNUAL-PERIOD                 VALUE "Y".
       01  WS-PERIOD-YEAR              PIC 9(4) VALUE 0.
       01  WS-PERIOD-MONTH             PIC 9(2) VALUE 0.
       01  WS-PERIOD-FROM              PIC X(8) VALUE SPACES.
       01  WS-PERIOD-TO                PIC X(8) VALUE SPACES.
       01  WS-TRAIL-FROM-DATE          PIC X(8) VALUE SPACES.

       01  WS-TODAY-N                  PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-X              PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X
                                       PIC 9(8).
       01  WS-WORK-INT                 PIC 9(9) VALUE 0.

      *> One entry per series - the series master first, in master
      *> order, then any series found only on the trails.
       01  WS-SERIES-TABLE-MAX         PIC 9(3) COMP VALUE 50.
       01  WS-SERIES-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY         OCCURS 0 TO 50 TIMES
                                       DEPENDING ON WS-SERIES-COUNT
                                       INDEXED BY WS-SX.
               10  WS-STS-SER-ID       PIC X(3).
               10  WS-STS-DESCRIPTION  PIC X(30).
               10  WS-STS-MASTER-FLAG  PIC X.
      *> Where the replay has the counter, whether any record has
      *> placed it yet, and whether the period has opened for it.
               10  WS-STS-POSITION     PIC 9(11).
               10  WS-STS-KNOWN-FLAG   PIC X.
               10  WS-STS-OPENED-FLAG  PIC X.
               10  WS-STS-OPENING      PIC 9(11).
               10  WS-STS-ISSUED-BATCH PIC 9(11).
               10  WS-STS-BATCH-ROWS   PIC 9(9).
               10  WS-STS-ISSUED-ONLINE
                                       PIC 9(11).
               10  WS-STS-ONLINE-ROWS  PIC 9(9).
               10  WS-STS-RESERVED     PIC 9(11).
               10  WS-STS-BLOCK-COUNT  PIC 9(5).
               10  WS-STS-BACKED-OUT   PIC 9(11).
               10  WS-STS-BACKOUT-COUNT
                                       PIC 9(5).
               10  WS-STS-RESET-RAISED PIC 9(11).
               10  WS-STS-RESET-LOWERED
                                       PIC 9(11).
               10  WS-STS-RESET-COUNT  PIC 9(5).
               10  WS-STS-GAP-SKIPPED  PIC 9(11).
               10  WS-STS-GAP-REUSED   PIC 9(11).
               10  WS-STS-GAP-COUNT    PIC 9(5).
               10  WS-STS-ROLLOVER-COUNT
                                       PIC 9(5).
               10  WS-STS-BALANCE-FLAG PIC X.
                   88  WS-STS-BALANCED          VALUE "B".
                   88  WS-STS-OUT-OF-BALANCE    VALUE "U".

      *> Approved counter resets from the maintenance log, oldest
      *> first - archived generations then the live log.
       01  WS-RESET-TABLE-MAX          PIC 9(5) COMP VALUE 2000.
       01  WS-RESET-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-RESET-NEXT               PIC 9(5) COMP VALUE 1.
       01  WS-RESET-TABLE.
           05  WS-RESET-ENTRY          OCCURS 0 TO 2000 TIMES
                                       DEPENDING ON WS-RESET-COUNT.
               10  WS-RST-TIMESTAMP    PIC X(21).
               10  WS-RST-SERIES       PIC X(3).
               10  WS-RST-AREA-1       PIC 9(11).
               10  WS-RST-OPERATOR     PIC X(8).

      *> Number blocks from the reservation ledger, oldest first.
       01  WS-BLOCK-TABLE-MAX          PIC 9(5) COMP VALUE 5000.
       01  WS-BLOCK-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-BLOCK-NEXT               PIC 9(5) COMP VALUE 1.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY          OCCURS 0 TO 5000 TIMES
                                       DEPENDING ON WS-BLOCK-COUNT.
               10  WS-BLK-TIMESTAMP    PIC X(21).
               10  WS-BLK-SERIES       PIC X(3).
               10  WS-BLK-FIRST        PIC 9(11).
               10  WS-BLK-LAST         PIC 9(11).
               10  WS-BLK-RESERVE-ID   PIC X(5).

      *> Gaps itemized on the statement.  Past the table the gap
      *> still counts against its series - only the detail line is
      *> dropped, and the statement says how many.
       01  WS-GAP-TABLE-MAX            PIC 9(5) COMP VALUE 500.
       01  WS-GAP-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-GAP-SUB                  PIC 9(5) COMP VALUE 0.
       01  WS-GAPS-NOT-LISTED          PIC 9(7) VALUE 0.
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY            OCCURS 0 TO 500 TIMES
                                       DEPENDING ON WS-GAP-COUNT.
               10  WS-GPE-SERIES       PIC X(3).
               10  WS-GPE-TIMESTAMP    PIC X(21).
               10  WS-GPE-SOURCE       PIC X(20).
               10  WS-GPE-EXPECTED     PIC 9(11).
               10  WS-GPE-FOUND        PIC 9(11).
               10  WS-GPE-FIRST-FLAG   PIC X.

      *> The movement being applied, whichever trail it came from.
      *> WS-EVT-PRIOR is where the movement says the counter stood
      *> before it; a reset states only where it left the counter.
       01  WS-EVENT.
           05  WS-EVT-KIND             PIC X.
               88  WS-EVT-BATCH-ISSUE           VALUE "I".
               88  WS-EVT-ONLINE-ISSUE          VALUE "O".
               88  WS-EVT-BACKOUT               VALUE "K".
               88  WS-EVT-RESET                 VALUE "R".
               88  WS-EVT-BLOCK                 VALUE "B".
           05  WS-EVT-TIMESTAMP        PIC X(21).
           05  WS-EVT-SERIES           PIC X(3).
           05  WS-EVT-PRIOR            PIC 9(11).
           05  WS-EVT-AFTER            PIC 9(11).
           05  WS-EVT-SOURCE           PIC X(20).

       01  WS-DRAIN-LIMIT              PIC X(21) VALUE SPACES.
       01  WS-NEXT-SOURCE              PIC X    VALUE SPACE.
           88  WS-NEXT-IS-RESET                 VALUE "R".
           88  WS-NEXT-IS-BLOCK                 VALUE "B".
           88  WS-NEXT-IS-NONE                  VALUE SPACE.

       01  WS-GAP-EXPECTED             PIC 9(11) VALUE 0.
       01  WS-GAP-FOUND                PIC 9(11) VALUE 0.

       01  WS-EXPLAINED-CLOSING        PIC S9(12) VALUE 0.
       01  WS-NET-AMOUNT               PIC S9(12) VALUE 0.
       01  WS-OPENING-TIER             PIC 9(3) VALUE 0.
       01  WS-CLOSING-TIER             PIC 9(3) VALUE 0.
       01  WS-CLOSING-TOTAL            PIC 9(15) VALUE 0.
       01  WS-UNBALANCED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SERIES-COUNT-OUT         PIC 9(5) VALUE 0.

       01  WS-ARCHIVE-AUDIT-COUNT      PIC 9(9) VALUE 0.
       01  WS-LIVE-AUDIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-OUTSIDE-COUNT            PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-REPORT-DATE              PIC X(8).
       01  WS-LINE-COUNT               PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.
       01  WS-PAGE-NUMBER              PIC 9(5) VALUE 0.
       01  WS-HOLD-LINE                PIC X(132).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(34) VALUE
               "AREA1 SEQUENCE COUNTER SYSTEM     ".
           05  FILLER                  PIC X(26) VALUE
               "PERIOD NUMBERING STATEMENT".
           05  FILLER                  PIC X(13) VALUE
               "REPORT DATE: ".
           05  HD1-REPORT-DATE         PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD1-PAGE-NUMBER         PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(18) VALUE
               "STATEMENT PERIOD: ".
           05  HD2-PERIOD-NAME         PIC X(8).
           05  HD2-PERIOD-FROM         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  HD2-PERIOD-TO           PIC X(8).
           05  FILLER                  PIC X(30) VALUE
               "   EARLIEST AUDIT RECORD HELD ".
           05  HD2-TRAIL-FROM          PIC X(8).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-SERIES-TITLE-LINE.
           05  FILLER                  PIC X(7)  VALUE "SERIES ".
           05  STT-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STT-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STT-NOTE                PIC X(20).
           05  FILLER                  PIC X(68) VALUE SPACES.

      *> One line of a series statement: ADD / LESS, what moved,
      *> how many numbers, and how many records carried them.
       01  WS-STATEMENT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  STL-SIGN                PIC X(6).
           05  STL-LABEL               PIC X(44).
           05  STL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  STL-COUNT-LABEL         PIC X(10).
           05  STL-COUNT               PIC X(9).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRF-TEXT                PIC X(60).
           05  PRF-DIFFERENCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-GAP-HEADING.
           05  FILLER                  PIC X(5)  VALUE "SER".
           05  FILLER                  PIC X(17) VALUE "DATE     TIME".
           05  FILLER                  PIC X(22) VALUE "RECORD".
           05  FILLER                  PIC X(20) VALUE
               "COUNTER STOOD AT".
           05  FILLER                  PIC X(19) VALUE
               "RECORD STATES".
           05  FILLER                  PIC X(10) VALUE "GAP".
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-GAP-LINE.
           05  GPL-SERIES              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GPL-DATE                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  GPL-TIME                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GPL-SOURCE              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GPL-EXPECTED            PIC 9(11).
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  GPL-FOUND               PIC 9(11).
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  GPL-KIND                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GPL-NOTE                PIC X(24).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                  PIC X(5)  VALUE "SER".
           05  FILLER                  PIC X(16) VALUE
               "       OPENING".
           05  FILLER                  PIC X(16) VALUE
               "        ISSUED".
           05  FILLER                  PIC X(16) VALUE
               "      RESERVED".
           05  FILLER                  PIC X(16) VALUE
               "    BACKED OUT".
           05  FILLER                  PIC X(17) VALUE
               "     RESETS NET".
           05  FILLER                  PIC X(17) VALUE
               "       GAPS NET".
           05  FILLER                  PIC X(15) VALUE
               "       CLOSING".
           05  FILLER                  PIC X(14) VALUE "STATUS".

       01  WS-SUMMARY-LINE.
           05  SUM-SERIES              PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-OPENING             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-ISSUED              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-RESERVED            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-BACKED-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-RESET-NET           PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-GAP-NET             PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-CLOSING             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  SUM-STATUS              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL               PIC X(40).
           05  TOT-COUNT               PIC Z(8)9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-MOVEMENT-TRAILS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-REPLAY-AUDIT-TRAIL
           END-IF
      *> A replay cut short by a torn trail row or a full table must
      *> never reach finance - a statement from partial figures would
      *> be worse than none.
           IF NOT WS-ABORT-RUN
               PERFORM 5000-WRITE-STATEMENTS
               PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-REPORT-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-N
           PERFORM 1100-LOAD-PARAMETERS
           IF NOT WS-ABORT-RUN
               PERFORM 1150-SET-PERIOD-DATES
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-SERIES-MASTER
           END-IF.

       1100-LOAD-PARAMETERS.
      *> No parameter file (or an empty one) means last month.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APPLY-PARAMETERS
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       1110-APPLY-PARAMETERS.
           IF PARM-PERIOD-TYPE NOT = SPACE
               MOVE PARM-PERIOD-TYPE TO WS-PERIOD-TYPE
           END-IF
           IF NOT WS-MONTHLY-PERIOD AND NOT WS-ANNUAL-PERIOD
               DISPLAY "*** STATEMENT PERIOD TYPE MUST BE M OR Y ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF PARM-PERIOD-YEAR-X NOT = SPACES
               IF PARM-PERIOD-YEAR-X IS NOT NUMERIC
                   OR PARM-PERIOD-YEAR-N < 1601
                   DISPLAY "*** STATEMENT YEAR INVALID ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE PARM-PERIOD-YEAR-N TO WS-PERIOD-YEAR
               END-IF
           END-IF
           IF PARM-PERIOD-MONTH-X NOT = SPACES
               IF PARM-PERIOD-MONTH-X IS NOT NUMERIC
                   OR PARM-PERIOD-MONTH-N < 1
                   OR PARM-PERIOD-MONTH-N > 12
                   DISPLAY "*** STATEMENT MONTH INVALID ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE PARM-PERIOD-MONTH-N TO WS-PERIOD-MONTH
               END-IF
           END-IF
      *> A year with no month on a monthly statement is ambiguous -
      *> refuse it rather than guess which month was meant.
           IF NOT WS-ABORT-RUN
               AND WS-MONTHLY-PERIOD
               AND WS-PERIOD-YEAR NOT = 0
               AND WS-PERIOD-MONTH = 0
               DISPLAY "*** MONTHLY STATEMENT NEEDS A MONTH ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1150-SET-PERIOD-DATES.
      *> The defaults are the calendar month, or year, before the one
      *> the statement runs in.
           IF WS-PERIOD-YEAR = 0
               MOVE WS-TODAY-N TO WS-WORK-DATE-N
               IF WS-ANNUAL-PERIOD
                   COMPUTE WS-PERIOD-YEAR =
                       WS-WORK-DATE-N / 10000 - 1
               ELSE
                   MOVE "01" TO WS-WORK-DATE-X(7:2)
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
                   COMPUTE WS-WORK-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   MOVE WS-WORK-DATE-X(1:4) TO WS-PERIOD-YEAR
                   MOVE WS-WORK-DATE-X(5:2) TO WS-PERIOD-MONTH
               END-IF
           END-IF
           IF WS-ANNUAL-PERIOD
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-FROM(1:4)
               MOVE "0101" TO WS-PERIOD-FROM(5:4)
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-TO(1:4)
               MOVE "1231" TO WS-PERIOD-TO(5:4)
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-FROM(1:4)
               MOVE WS-PERIOD-MONTH TO WS-PERIOD-FROM(5:2)
               MOVE "01" TO WS-PERIOD-FROM(7:2)
      *> The last day of the month is the day before the first of
      *> the next one.
               MOVE WS-PERIOD-FROM TO WS-WORK-DATE-X
               IF WS-PERIOD-MONTH = 12
                   MOVE WS-PERIOD-YEAR TO WS-WORK-DATE-X(1:4)
                   ADD 10000 TO WS-WORK-DATE-N
                   MOVE "01" TO WS-WORK-DATE-X(5:2)
               ELSE
                   ADD 100 TO WS-WORK-DATE-N
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
               COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE WS-WORK-DATE-X TO WS-PERIOD-TO
           END-IF
      *> Only a closed period can be stated - today's figures are
      *> still moving.
           MOVE WS-TODAY-N TO WS-WORK-DATE-N
           IF WS-PERIOD-TO NOT < WS-WORK-DATE-X
               DISPLAY "*** PERIOD " WS-PERIOD-FROM " TO "
                   WS-PERIOD-TO " HAS NOT CLOSED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1200-LOAD-SERIES-MASTER.
      *> Every series on the master gets a statement, moved or not.
      *> Without the master the statement still covers every series
      *> the trails show.
           OPEN INPUT SERIES-MASTER
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "*** SERIES MASTER NOT FOUND - STATEMENT"
                   " COVERS TRAIL SERIES ONLY ***"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1210-LOAD-ONE-MASTER-RECORD
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE SERIES-MASTER
           END-IF.

       1210-LOAD-ONE-MASTER-RECORD.
           READ SERIES-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SMR-SERIES-ID TO WS-RECORD-SERIES
                   PERFORM 4800-LOCATE-OR-ADD-SERIES
                   IF WS-SERIES-SUB > 0
                       MOVE SMR-DESCRIPTION
                           TO WS-STS-DESCRIPTION (WS-SERIES-SUB)
                       MOVE "Y" TO WS-STS-MASTER-FLAG (WS-SERIES-SUB)
                   END-IF
           END-READ.

       2000-LOAD-MOVEMENT-TRAILS.
      *> The resets and the number blocks are few enough to hold;
      *> the audit log is not, so it is streamed past them in
      *> 3000-REPLAY-AUDIT-TRAIL.  The rollover memo is counted on
      *> the way through the same files.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-CHECK-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE ARCHIVE-FILE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT MAINT-LOG
               IF WS-MAINT-LOG-NOT-FOUND
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 2200-CHECK-ONE-MAINT-RECORD
                       UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
                   CLOSE MAINT-LOG
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT ROLLOVER-REPORT
               IF WS-ROLLOVER-FILE-NOT-FOUND
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 2300-CHECK-ONE-ROLLOVER-RECORD
                       UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
                   CLOSE ROLLOVER-REPORT
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT RESERVATION-LEDGER
               IF WS-LEDGER-FILE-NOT-FOUND
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 2400-LOAD-ONE-LEDGER-RECORD
                       UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
                   CLOSE RESERVATION-LEDGER
               END-IF
           END-IF.

       2100-CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE ARC-FILE-ID
                       WHEN "MAINTLOG"
                           MOVE ARC-RECORD-IMAGE TO WS-MAINT-IMAGE
                           PERFORM 2500-NOTE-MAINT-IMAGE
                       WHEN "ROLLOVER"
                           MOVE ARC-RECORD-IMAGE
                               TO WS-ROLLOVER-IMAGE
                           PERFORM 2600-COUNT-ROLLOVER-IMAGE
                   END-EVALUATE
           END-READ.

       2200-CHECK-ONE-MAINT-RECORD.
           READ MAINT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-MAINT-IMAGE
                   MOVE MAINT-LOG-RECORD TO WS-MAINT-IMAGE
                   PERFORM 2500-NOTE-MAINT-IMAGE
           END-READ.

       2300-CHECK-ONE-ROLLOVER-RECORD.
           READ ROLLOVER-REPORT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE ROLLOVER-RECORD TO WS-ROLLOVER-IMAGE
                   PERFORM 2600-COUNT-ROLLOVER-IMAGE
           END-READ.

       2400-LOAD-ONE-LEDGER-RECORD.
           READ RESERVATION-LEDGER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF RSV-FIRST-VALUE IS NOT NUMERIC
                       OR RSV-LAST-VALUE IS NOT NUMERIC
                       DISPLAY "*** NON-NUMERIC RESERVATION RECORD"
                           " - STATEMENT STOPPED ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-BLOCK-COUNT >= WS-BLOCK-TABLE-MAX
                           DISPLAY "*** RESERVATION LEDGER EXCEEDS"
                               " TABLE - RAISE WS-BLOCK-TABLE-MAX ***"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WS-BLOCK-COUNT
                           MOVE RSV-TIMESTAMP
                               TO WS-BLK-TIMESTAMP (WS-BLOCK-COUNT)
                           MOVE RSV-SERIES-ID
                               TO WS-BLK-SERIES (WS-BLOCK-COUNT)
                           IF RSV-SERIES-ID = SPACES
                               MOVE WS-DEFAULT-SERIES
                                   TO WS-BLK-SERIES (WS-BLOCK-COUNT)
                           END-IF
                           MOVE RSV-FIRST-VALUE
                               TO WS-BLK-FIRST (WS-BLOCK-COUNT)
                           MOVE RSV-LAST-VALUE
                               TO WS-BLK-LAST (WS-BLOCK-COUNT)
                           MOVE RSV-RESERVE-ID
                               TO WS-BLK-RESERVE-ID (WS-BLOCK-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2500-NOTE-MAINT-IMAGE.
      *> Only an approved reset moves the counter.  A queued RESET
      *> logs the counter as it already stood, a BACKOUT entry
      *> duplicates the reversal row the audit log carries, and a
      *> refused action (result 0) moved nothing.
           IF WS-MLG-ACTION-CODE = "APPROVE"
               AND WS-MLG-RESULT-FLAG = "1"
               AND WS-MLG-AREA-1-AFTER IS NUMERIC
               IF WS-RESET-COUNT >= WS-RESET-TABLE-MAX
                   DISPLAY "*** APPROVED RESETS EXCEED TABLE"
                       " - RAISE WS-RESET-TABLE-MAX ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RESET-COUNT
                   MOVE WS-MLG-TIMESTAMP
                       TO WS-RST-TIMESTAMP (WS-RESET-COUNT)
                   MOVE WS-MLG-SERIES-ID
                       TO WS-RST-SERIES (WS-RESET-COUNT)
                   IF WS-MLG-SERIES-ID = SPACES
                       MOVE WS-DEFAULT-SERIES
                           TO WS-RST-SERIES (WS-RESET-COUNT)
                   END-IF
                   MOVE WS-MLG-AREA-1-AFTER
                       TO WS-RST-AREA-1 (WS-RESET-COUNT)
                   MOVE WS-MLG-OPERATOR-ID
                       TO WS-RST-OPERATOR (WS-RESET-COUNT)
               END-IF
           END-IF.

       2600-COUNT-ROLLOVER-IMAGE.
           IF WS-ROL-TIMESTAMP(1:8) >= WS-PERIOD-FROM
               AND WS-ROL-TIMESTAMP(1:8) <= WS-PERIOD-TO
               IF WS-ROL-SERIES-ID = SPACES
                   MOVE WS-DEFAULT-SERIES TO WS-RECORD-SERIES
               ELSE
                   MOVE WS-ROL-SERIES-ID TO WS-RECORD-SERIES
               END-IF
               PERFORM 4800-LOCATE-OR-ADD-SERIES
               IF WS-SERIES-SUB > 0
                   ADD 1 TO WS-STS-ROLLOVER-COUNT (WS-SERIES-SUB)
               END-IF
           END-IF.

       3000-REPLAY-AUDIT-TRAIL.
      *> Archived generations first, the live log after.  Before each
      *> audit row every reset and number block older than it is
      *> applied, so all three trails replay in one time order.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 3100-REPLAY-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE ARCHIVE-FILE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT AUDIT-LOG
               IF WS-AUDIT-FILE-NOT-FOUND
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM 3200-REPLAY-ONE-AUDIT-RECORD
                       UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
                   CLOSE AUDIT-LOG
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE HIGH-VALUES TO WS-DRAIN-LIMIT
               PERFORM 3800-DRAIN-HELD-MOVEMENTS
           END-IF.

       3100-REPLAY-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ARC-FILE-ID = "AUDITLOG"
                       MOVE ARC-RECORD-IMAGE TO WS-AUDIT-IMAGE
                       ADD 1 TO WS-ARCHIVE-AUDIT-COUNT
                       PERFORM 3300-APPLY-AUDIT-IMAGE
                   END-IF
           END-READ.

       3200-REPLAY-ONE-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE AUDIT-LOG-RECORD TO WS-AUDIT-IMAGE
                   ADD 1 TO WS-LIVE-AUDIT-COUNT
                   PERFORM 3300-APPLY-AUDIT-IMAGE
           END-READ.

       3300-APPLY-AUDIT-IMAGE.
           IF WS-AUD-PRIOR-AREA-1 IS NOT NUMERIC
               OR WS-AUD-NEW-AREA-1 IS NOT NUMERIC
      *> A torn or garbage row must not silently state a period -
      *> better to stop and let someone look at the trail.
               DISPLAY "*** NON-NUMERIC AUDIT RECORD - STATEMENT"
                   " STOPPED ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TRAIL-FROM-DATE = SPACES
                   MOVE WS-AUD-TIMESTAMP(1:8) TO WS-TRAIL-FROM-DATE
               END-IF
               MOVE WS-AUD-TIMESTAMP TO WS-DRAIN-LIMIT
               PERFORM 3800-DRAIN-HELD-MOVEMENTS
               MOVE SPACES TO WS-EVENT
               EVALUATE WS-AUD-RUN-ID(1:1)
                   WHEN "B"
                       SET WS-EVT-BACKOUT TO TRUE
                   WHEN "O"
                       SET WS-EVT-ONLINE-ISSUE TO TRUE
                   WHEN OTHER
                       SET WS-EVT-BATCH-ISSUE TO TRUE
               END-EVALUATE
               MOVE WS-AUD-TIMESTAMP TO WS-EVT-TIMESTAMP
               IF WS-AUD-SERIES-ID = SPACES
                   MOVE WS-DEFAULT-SERIES TO WS-EVT-SERIES
               ELSE
                   MOVE WS-AUD-SERIES-ID TO WS-EVT-SERIES
               END-IF
               MOVE WS-AUD-PRIOR-AREA-1 TO WS-EVT-PRIOR
               MOVE WS-AUD-NEW-AREA-1 TO WS-EVT-AFTER
               STRING "AUDIT RUN " DELIMITED BY SIZE
                   WS-AUD-RUN-ID DELIMITED BY SIZE
                   INTO WS-EVT-SOURCE
               PERFORM 4000-APPLY-MOVEMENT
           END-IF.

       3800-DRAIN-HELD-MOVEMENTS.
           MOVE "N" TO WS-DRAIN-FLAG
           PERFORM 3810-APPLY-NEXT-HELD-MOVEMENT
               UNTIL WS-DRAIN-DONE OR WS-ABORT-RUN.

       3810-APPLY-NEXT-HELD-MOVEMENT.
      *> The older of the next reset and the next block goes first,
      *> provided it is older than the drain limit.
           MOVE SPACE TO WS-NEXT-SOURCE
           IF WS-RESET-NEXT <= WS-RESET-COUNT
               IF WS-RST-TIMESTAMP (WS-RESET-NEXT) < WS-DRAIN-LIMIT
                   SET WS-NEXT-IS-RESET TO TRUE
               END-IF
           END-IF
           IF WS-BLOCK-NEXT <= WS-BLOCK-COUNT
               IF WS-BLK-TIMESTAMP (WS-BLOCK-NEXT) < WS-DRAIN-LIMIT
                   IF WS-NEXT-IS-NONE
                       SET WS-NEXT-IS-BLOCK TO TRUE
                   ELSE
                       IF WS-BLK-TIMESTAMP (WS-BLOCK-NEXT) <
                           WS-RST-TIMESTAMP (WS-RESET-NEXT)
                           SET WS-NEXT-IS-BLOCK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-NEXT-IS-RESET
                   MOVE SPACES TO WS-EVENT
                   SET WS-EVT-RESET TO TRUE
                   MOVE WS-RST-TIMESTAMP (WS-RESET-NEXT)
                       TO WS-EVT-TIMESTAMP
                   MOVE WS-RST-SERIES (WS-RESET-NEXT) TO WS-EVT-SERIES
                   MOVE 0 TO WS-EVT-PRIOR
                   MOVE WS-RST-AREA-1 (WS-RESET-NEXT) TO WS-EVT-AFTER
                   STRING "RESET BY " DELIMITED BY SIZE
                       WS-RST-OPERATOR (WS-RESET-NEXT)
                       DELIMITED BY SIZE
                       INTO WS-EVT-SOURCE
                   ADD 1 TO WS-RESET-NEXT
                   PERFORM 4000-APPLY-MOVEMENT
               WHEN WS-NEXT-IS-BLOCK
                   MOVE SPACES TO WS-EVENT
                   SET WS-EVT-BLOCK TO TRUE
                   MOVE WS-BLK-TIMESTAMP (WS-BLOCK-NEXT)
                       TO WS-EVT-TIMESTAMP
                   MOVE WS-BLK-SERIES (WS-BLOCK-NEXT) TO WS-EVT-SERIES
                   IF WS-BLK-FIRST (WS-BLOCK-NEXT) > 0
                       COMPUTE WS-EVT-PRIOR =
                           WS-BLK-FIRST (WS-BLOCK-NEXT) - 1
                   ELSE
                       MOVE 0 TO WS-EVT-PRIOR
                   END-IF
                   MOVE WS-BLK-LAST (WS-BLOCK-NEXT) TO WS-EVT-AFTER
                   STRING "BLOCK " DELIMITED BY SIZE
                       WS-BLK-RESERVE-ID (WS-BLOCK-NEXT)
                       DELIMITED BY SIZE
                       INTO WS-EVT-SOURCE
                   ADD 1 TO WS-BLOCK-NEXT
                   PERFORM 4000-APPLY-MOVEMENT
               WHEN OTHER
                   SET WS-DRAIN-DONE TO TRUE
           END-EVALUATE.

       4000-APPLY-MOVEMENT.
      *> Anything after the period is of no interest - the closing
      *> position is where the counter stood at the end of it.
           IF WS-EVT-TIMESTAMP(1:8) > WS-PERIOD-TO
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               MOVE WS-EVT-SERIES TO WS-RECORD-SERIES
               PERFORM 4800-LOCATE-OR-ADD-SERIES
               IF WS-SERIES-SUB > 0
                   IF WS-EVT-TIMESTAMP(1:8) < WS-PERIOD-FROM
                       ADD 1 TO WS-OUTSIDE-COUNT
                   ELSE
                       PERFORM 4100-BOOK-PERIOD-MOVEMENT
                   END-IF
                   MOVE WS-EVT-AFTER
                       TO WS-STS-POSITION (WS-SERIES-SUB)
                   MOVE "Y" TO WS-STS-KNOWN-FLAG (WS-SERIES-SUB)
               END-IF
           END-IF.

       4100-BOOK-PERIOD-MOVEMENT.
      *> The first movement in the period fixes the opening position
      *> as wherever the history before it left the counter.
           IF WS-STS-OPENED-FLAG (WS-SERIES-SUB) = "N"
               MOVE WS-STS-POSITION (WS-SERIES-SUB)
                   TO WS-STS-OPENING (WS-SERIES-SUB)
               MOVE "Y" TO WS-STS-OPENED-FLAG (WS-SERIES-SUB)
           END-IF
      *> A reset states only where it left the counter; everything
      *> else states where it found it, and must find it where the
      *> replay has it.
           IF NOT WS-EVT-RESET
               AND WS-EVT-PRIOR NOT = WS-STS-POSITION (WS-SERIES-SUB)
               MOVE WS-STS-POSITION (WS-SERIES-SUB)
                   TO WS-GAP-EXPECTED
               MOVE WS-EVT-PRIOR TO WS-GAP-FOUND
               PERFORM 4500-RECORD-GAP
           END-IF
           EVALUATE TRUE
               WHEN WS-EVT-BATCH-ISSUE OR WS-EVT-ONLINE-ISSUE
                   PERFORM 4200-BOOK-ISSUE
               WHEN WS-EVT-BACKOUT
                   PERFORM 4300-BOOK-BACKOUT
               WHEN WS-EVT-RESET
                   ADD 1 TO WS-STS-RESET-COUNT (WS-SERIES-SUB)
                   IF WS-EVT-AFTER >= WS-STS-POSITION (WS-SERIES-SUB)
                       COMPUTE WS-STS-RESET-RAISED (WS-SERIES-SUB) =
                           WS-STS-RESET-RAISED (WS-SERIES-SUB)
                           + WS-EVT-AFTER
                           - WS-STS-POSITION (WS-SERIES-SUB)
                   ELSE
                       COMPUTE WS-STS-RESET-LOWERED (WS-SERIES-SUB) =
                           WS-STS-RESET-LOWERED (WS-SERIES-SUB)
                           + WS-STS-POSITION (WS-SERIES-SUB)
                           - WS-EVT-AFTER
                   END-IF
               WHEN WS-EVT-BLOCK
                   ADD 1 TO WS-STS-BLOCK-COUNT (WS-SERIES-SUB)
                   COMPUTE WS-STS-RESERVED (WS-SERIES-SUB) =
                       WS-STS-RESERVED (WS-SERIES-SUB)
                       + WS-EVT-AFTER - WS-EVT-PRIOR
           END-EVALUATE.

       4200-BOOK-ISSUE.
      *> An issue only ever moves the counter up.  A row that states
      *> a fall is not an issue at all - it is booked as a gap.
           IF WS-EVT-AFTER < WS-EVT-PRIOR
               MOVE WS-EVT-PRIOR TO WS-GAP-EXPECTED
               MOVE WS-EVT-AFTER TO WS-GAP-FOUND
               PERFORM 4500-RECORD-GAP
           ELSE
               IF WS-EVT-ONLINE-ISSUE
                   ADD 1 TO WS-STS-ONLINE-ROWS (WS-SERIES-SUB)
                   COMPUTE WS-STS-ISSUED-ONLINE (WS-SERIES-SUB) =
                       WS-STS-ISSUED-ONLINE (WS-SERIES-SUB)
                       + WS-EVT-AFTER - WS-EVT-PRIOR
               ELSE
                   ADD 1 TO WS-STS-BATCH-ROWS (WS-SERIES-SUB)
                   COMPUTE WS-STS-ISSUED-BATCH (WS-SERIES-SUB) =
                       WS-STS-ISSUED-BATCH (WS-SERIES-SUB)
                       + WS-EVT-AFTER - WS-EVT-PRIOR
               END-IF
           END-IF.

       4300-BOOK-BACKOUT.
      *> A backout only ever takes numbers back.
           IF WS-EVT-AFTER > WS-EVT-PRIOR
               MOVE WS-EVT-PRIOR TO WS-GAP-EXPECTED
               MOVE WS-EVT-AFTER TO WS-GAP-FOUND
               PERFORM 4500-RECORD-GAP
           ELSE
               ADD 1 TO WS-STS-BACKOUT-COUNT (WS-SERIES-SUB)
               COMPUTE WS-STS-BACKED-OUT (WS-SERIES-SUB) =
                   WS-STS-BACKED-OUT (WS-SERIES-SUB)
                   + WS-EVT-PRIOR - WS-EVT-AFTER
           END-IF.

       4500-RECORD-GAP.
           ADD 1 TO WS-STS-GAP-COUNT (WS-SERIES-SUB)
           IF WS-GAP-FOUND > WS-GAP-EXPECTED
               COMPUTE WS-STS-GAP-SKIPPED (WS-SERIES-SUB) =
                   WS-STS-GAP-SKIPPED (WS-SERIES-SUB)
                   + WS-GAP-FOUND - WS-GAP-EXPECTED
           ELSE
               COMPUTE WS-STS-GAP-REUSED (WS-SERIES-SUB) =
                   WS-STS-GAP-REUSED (WS-SERIES-SUB)
                   + WS-GAP-EXPECTED - WS-GAP-FOUND
           END-IF
           IF WS-GAP-COUNT >= WS-GAP-TABLE-MAX
               ADD 1 TO WS-GAPS-NOT-LISTED
           ELSE
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-RECORD-SERIES TO WS-GPE-SERIES (WS-GAP-COUNT)
               MOVE WS-EVT-TIMESTAMP
                   TO WS-GPE-TIMESTAMP (WS-GAP-COUNT)
               MOVE WS-EVT-SOURCE TO WS-GPE-SOURCE (WS-GAP-COUNT)
               MOVE WS-GAP-EXPECTED
                   TO WS-GPE-EXPECTED (WS-GAP-COUNT)
               MOVE WS-GAP-FOUND TO WS-GPE-FOUND (WS-GAP-COUNT)
      *> Nothing before this record on any trail - the history that
      *> would explain it has been purged, or never existed.
               IF WS-STS-KNOWN-FLAG (WS-SERIES-SUB) = "N"
                   MOVE "Y" TO WS-GPE-FIRST-FLAG (WS-GAP-COUNT)
               ELSE
                   MOVE "N" TO WS-GPE-FIRST-FLAG (WS-GAP-COUNT)
               END-IF
           END-IF.

       4800-LOCATE-OR-ADD-SERIES.
           SET WS-SX TO 1
           SEARCH WS-SERIES-ENTRY
               AT END
                   PERFORM 4810-ADD-SERIES-ENTRY
               WHEN WS-STS-SER-ID (WS-SX) = WS-RECORD-SERIES
                   SET WS-SERIES-SUB TO WS-SX
           END-SEARCH.

       4810-ADD-SERIES-ENTRY.
           IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
               DISPLAY "*** STATEMENT SERIES TABLE FULL ***"
               MOVE 0 TO WS-SERIES-SUB
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-SERIES-COUNT TO WS-SERIES-SUB
               INITIALIZE WS-SERIES-ENTRY (WS-SERIES-SUB)
               MOVE WS-RECORD-SERIES TO WS-STS-SER-ID (WS-SERIES-SUB)
               MOVE "N" TO WS-STS-MASTER-FLAG (WS-SERIES-SUB)
               MOVE "N" TO WS-STS-KNOWN-FLAG (WS-SERIES-SUB)
               MOVE "N" TO WS-STS-OPENED-FLAG (WS-SERIES-SUB)
           END-IF.

       5000-WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-REPORT
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-PERIOD-FROM TO HD2-PERIOD-FROM
           MOVE WS-PERIOD-TO TO HD2-PERIOD-TO
           IF WS-ANNUAL-PERIOD
               MOVE "ANNUAL" TO HD2-PERIOD-NAME
           ELSE
               MOVE "MONTHLY" TO HD2-PERIOD-NAME
           END-IF
           IF WS-TRAIL-FROM-DATE = SPACES
               MOVE "NONE" TO HD2-TRAIL-FROM
           ELSE
               MOVE WS-TRAIL-FROM-DATE TO HD2-TRAIL-FROM
           END-IF
           MOVE SPACES TO NUMBERING-STATEMENT-RECORD
           SET NST-HEADER TO TRUE
           PERFORM 5900-SET-RECORD-PERIOD
           MOVE WS-REPORT-DATE TO NST-CREATED-DATE
           MOVE 0 TO NST-SERIES-COUNT
           MOVE 0 TO NST-UNBALANCED-COUNT
           MOVE 0 TO NST-CLOSING-TOTAL
           WRITE NUMBERING-STATEMENT-RECORD
           PERFORM 5100-STATE-ONE-SERIES
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
           PERFORM 6000-REPORT-GAPS
           PERFORM 7000-REPORT-SUMMARY
           MOVE SPACES TO NUMBERING-STATEMENT-RECORD
           SET NST-TRAILER TO TRUE
           PERFORM 5900-SET-RECORD-PERIOD
           MOVE WS-REPORT-DATE TO NST-CREATED-DATE
           MOVE WS-SERIES-COUNT TO NST-SERIES-COUNT
           MOVE WS-UNBALANCED-COUNT TO NST-UNBALANCED-COUNT
           MOVE WS-CLOSING-TOTAL TO NST-CLOSING-TOTAL
           WRITE NUMBERING-STATEMENT-RECORD
           CLOSE STATEMENT-REPORT
           CLOSE STATEMENT-FILE.

       5100-STATE-ONE-SERIES.
      *> A series nothing moved in the period opens where it closes.
           IF WS-STS-OPENED-FLAG (WS-SERIES-SUB) = "N"
               MOVE WS-STS-POSITION (WS-SERIES-SUB)
                   TO WS-STS-OPENING (WS-SERIES-SUB)
           END-IF
           COMPUTE WS-EXPLAINED-CLOSING =
               WS-STS-OPENING (WS-SERIES-SUB)
               + WS-STS-ISSUED-BATCH (WS-SERIES-SUB)
               + WS-STS-ISSUED-ONLINE (WS-SERIES-SUB)
               + WS-STS-RESERVED (WS-SERIES-SUB)
               - WS-STS-BACKED-OUT (WS-SERIES-SUB)
               + WS-STS-RESET-RAISED (WS-SERIES-SUB)
               - WS-STS-RESET-LOWERED (WS-SERIES-SUB)
           IF WS-EXPLAINED-CLOSING NOT =
               WS-STS-POSITION (WS-SERIES-SUB)
               OR WS-STS-GAP-COUNT (WS-SERIES-SUB) > 0
               SET WS-STS-OUT-OF-BALANCE (WS-SERIES-SUB) TO TRUE
               ADD 1 TO WS-UNBALANCED-COUNT
           ELSE
               SET WS-STS-BALANCED (WS-SERIES-SUB) TO TRUE
           END-IF
           ADD WS-STS-POSITION (WS-SERIES-SUB) TO WS-CLOSING-TOTAL
           PERFORM 5200-PRINT-SERIES-STATEMENT
           PERFORM 5300-WRITE-SERIES-RECORD.

       5200-PRINT-SERIES-STATEMENT.
      *> Each statement starts on a fresh page when it will not fit
      *> on what is left of this one.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 18
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           PERFORM 8300-WRITE-BLANK-LINE
           MOVE WS-STS-SER-ID (WS-SERIES-SUB) TO STT-SERIES-ID
           MOVE WS-STS-DESCRIPTION (WS-SERIES-SUB) TO STT-DESCRIPTION
           IF WS-STS-MASTER-FLAG (WS-SERIES-SUB) = "Y"
               MOVE SPACES TO STT-NOTE
           ELSE
               MOVE "NOT ON SERIES MASTER" TO STT-NOTE
           END-IF
           MOVE WS-SERIES-TITLE-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           MOVE SPACES TO STL-SIGN
           MOVE "OPENING WS-AREA-1 POSITION" TO STL-LABEL
           MOVE WS-STS-OPENING (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE SPACES TO STL-COUNT-LABEL STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "ADD" TO STL-SIGN
           MOVE "NUMBERS ISSUED BY BATCH RUNS" TO STL-LABEL
           MOVE WS-STS-ISSUED-BATCH (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "RECORDS" TO STL-COUNT-LABEL
           MOVE WS-STS-BATCH-ROWS (WS-SERIES-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "ADD" TO STL-SIGN
           MOVE "NUMBERS ISSUED ONLINE" TO STL-LABEL
           MOVE WS-STS-ISSUED-ONLINE (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "RECORDS" TO STL-COUNT-LABEL
           MOVE WS-STS-ONLINE-ROWS (WS-SERIES-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "ADD" TO STL-SIGN
           MOVE "NUMBERS COMMITTED TO BRANCHES" TO STL-LABEL
           MOVE WS-STS-RESERVED (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "BLOCKS" TO STL-COUNT-LABEL
           MOVE WS-STS-BLOCK-COUNT (WS-SERIES-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "LESS" TO STL-SIGN
           MOVE "NUMBERS REMOVED BY BACKOUTS" TO STL-LABEL
           MOVE WS-STS-BACKED-OUT (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "BACKOUTS" TO STL-COUNT-LABEL
           MOVE WS-STS-BACKOUT-COUNT (WS-SERIES-SUB)
               TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "ADD" TO STL-SIGN
           MOVE "COUNTER RESETS - RAISED" TO STL-LABEL
           MOVE WS-STS-RESET-RAISED (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "RESETS" TO STL-COUNT-LABEL
           MOVE WS-STS-RESET-COUNT (WS-SERIES-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE "LESS" TO STL-SIGN
           MOVE "COUNTER RESETS - LOWERED" TO STL-LABEL
           MOVE WS-STS-RESET-LOWERED (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE SPACES TO STL-COUNT-LABEL STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE SPACES TO STL-SIGN
           MOVE "CLOSING POSITION PROVED BY MOVEMENTS" TO STL-LABEL
           MOVE WS-EXPLAINED-CLOSING TO STL-AMOUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE SPACES TO STL-SIGN
           MOVE "CLOSING WS-AREA-1 POSITION PER TRAIL" TO STL-LABEL
           MOVE WS-STS-POSITION (WS-SERIES-SUB) TO STL-AMOUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE SPACES TO STL-SIGN
           MOVE "UNEXPLAINED GAPS - NUMBERS SKIPPED" TO STL-LABEL
           MOVE WS-STS-GAP-SKIPPED (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "GAPS" TO STL-COUNT-LABEL
           MOVE WS-STS-GAP-COUNT (WS-SERIES-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           MOVE SPACES TO STL-SIGN
           MOVE "UNEXPLAINED GAPS - NUMBERS REUSED" TO STL-LABEL
           MOVE WS-STS-GAP-REUSED (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE SPACES TO STL-COUNT-LABEL STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           DIVIDE WS-STS-OPENING (WS-SERIES-SUB)
               BY WS-AREA-2-TIER-SIZE GIVING WS-OPENING-TIER
           DIVIDE WS-STS-POSITION (WS-SERIES-SUB)
               BY WS-AREA-2-TIER-SIZE GIVING WS-CLOSING-TIER
           MOVE "MEMO" TO STL-SIGN
           MOVE "WS-AREA-3 TIER ROLLOVERS RECORDED" TO STL-LABEL
           MOVE WS-STS-ROLLOVER-COUNT (WS-SERIES-SUB) TO STL-AMOUNT
           MOVE "TIERS" TO STL-COUNT-LABEL
           MOVE SPACES TO STL-COUNT
           STRING WS-OPENING-TIER DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CLOSING-TIER DELIMITED BY SIZE
               INTO STL-COUNT
           PERFORM 5290-WRITE-STATEMENT-LINE
           PERFORM 5250-PRINT-PROOF-LINE.

       5250-PRINT-PROOF-LINE.
           MOVE SPACES TO PRF-TEXT
           IF WS-STS-BALANCED (WS-SERIES-SUB)
               MOVE "BALANCED - OPENING + MOVEMENTS = CLOSING"
                   TO PRF-TEXT
               MOVE SPACES TO WS-PROOF-LINE(65:15)
           ELSE
               MOVE "*** OUT OF BALANCE - UNEXPLAINED DIFFERENCE"
                   TO PRF-TEXT
               COMPUTE WS-NET-AMOUNT =
                   WS-STS-POSITION (WS-SERIES-SUB)
                   - WS-EXPLAINED-CLOSING
               MOVE WS-NET-AMOUNT TO PRF-DIFFERENCE
           END-IF
           MOVE WS-PROOF-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       5290-WRITE-STATEMENT-LINE.
           MOVE WS-STATEMENT-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       5300-WRITE-SERIES-RECORD.
           MOVE SPACES TO NUMBERING-STATEMENT-RECORD
           SET NST-SERIES-LINE TO TRUE
           PERFORM 5900-SET-RECORD-PERIOD
           MOVE WS-STS-SER-ID (WS-SERIES-SUB) TO NST-SERIES-ID
           MOVE WS-STS-OPENING (WS-SERIES-SUB) TO NST-OPENING-AREA-1
           MOVE WS-STS-ISSUED-BATCH (WS-SERIES-SUB)
               TO NST-ISSUED-BATCH
           MOVE WS-STS-ISSUED-ONLINE (WS-SERIES-SUB)
               TO NST-ISSUED-ONLINE
           MOVE WS-STS-RESERVED (WS-SERIES-SUB) TO NST-RESERVED
           MOVE WS-STS-BACKED-OUT (WS-SERIES-SUB) TO NST-BACKED-OUT
           MOVE WS-STS-RESET-RAISED (WS-SERIES-SUB)
               TO NST-RESET-RAISED
           MOVE WS-STS-RESET-LOWERED (WS-SERIES-SUB)
               TO NST-RESET-LOWERED
           MOVE WS-STS-GAP-SKIPPED (WS-SERIES-SUB) TO NST-GAP-SKIPPED
           MOVE WS-STS-GAP-REUSED (WS-SERIES-SUB) TO NST-GAP-REUSED
           MOVE WS-STS-POSITION (WS-SERIES-SUB) TO NST-CLOSING-AREA-1
           MOVE WS-STS-RESET-COUNT (WS-SERIES-SUB) TO NST-RESET-COUNT
           MOVE WS-STS-GAP-COUNT (WS-SERIES-SUB) TO NST-GAP-COUNT
           MOVE WS-STS-ROLLOVER-COUNT (WS-SERIES-SUB)
               TO NST-ROLLOVER-COUNT
           IF WS-STS-BALANCED (WS-SERIES-SUB)
               SET NST-BALANCED TO TRUE
           ELSE
               SET NST-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE NUMBERING-STATEMENT-RECORD.

       5900-SET-RECORD-PERIOD.
           MOVE WS-PERIOD-TYPE TO NST-PERIOD-TYPE
           MOVE WS-PERIOD-FROM TO NST-PERIOD-FROM
           MOVE WS-PERIOD-TO TO NST-PERIOD-TO.

       6000-REPORT-GAPS.
           IF WS-GAP-COUNT > 0
               MOVE 99 TO WS-LINE-COUNT
               MOVE "UNEXPLAINED GAPS IN THE PERIOD" TO SEC-TITLE
               PERFORM 8200-WRITE-SECTION-HEADING
               MOVE WS-GAP-HEADING TO REPORT-LINE
               PERFORM 8400-WRITE-REPORT-LINE
               PERFORM 6100-PRINT-ONE-GAP
                   VARYING WS-GAP-SUB FROM 1 BY 1
                   UNTIL WS-GAP-SUB > WS-GAP-COUNT
               IF WS-GAPS-NOT-LISTED > 0
                   MOVE SPACES TO WS-TOTAL-LINE
                   MOVE "FURTHER GAPS COUNTED BUT NOT LISTED"
                       TO TOT-LABEL
                   MOVE WS-GAPS-NOT-LISTED TO TOT-COUNT
                   MOVE WS-TOTAL-LINE TO REPORT-LINE
                   PERFORM 8400-WRITE-REPORT-LINE
               END-IF
           END-IF.

       6100-PRINT-ONE-GAP.
           MOVE WS-GPE-SERIES (WS-GAP-SUB) TO GPL-SERIES
           MOVE WS-GPE-TIMESTAMP (WS-GAP-SUB)(1:8) TO GPL-DATE
           MOVE WS-GPE-TIMESTAMP (WS-GAP-SUB)(9:6) TO GPL-TIME
           MOVE WS-GPE-SOURCE (WS-GAP-SUB) TO GPL-SOURCE
           MOVE WS-GPE-EXPECTED (WS-GAP-SUB) TO GPL-EXPECTED
           MOVE WS-GPE-FOUND (WS-GAP-SUB) TO GPL-FOUND
           IF WS-GPE-FOUND (WS-GAP-SUB) > WS-GPE-EXPECTED (WS-GAP-SUB)
               MOVE "SKIPPED" TO GPL-KIND
           ELSE
               MOVE "REUSED" TO GPL-KIND
           END-IF
           IF WS-GPE-FIRST-FLAG (WS-GAP-SUB) = "Y"
               MOVE "NO EARLIER TRAIL HELD" TO GPL-NOTE
           ELSE
               MOVE SPACES TO GPL-NOTE
           END-IF
           MOVE WS-GAP-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       7000-REPORT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT
           MOVE "SUMMARY BY SERIES" TO SEC-TITLE
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE WS-SUMMARY-HEADING TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           PERFORM 7100-PRINT-ONE-SUMMARY-LINE
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
           PERFORM 8300-WRITE-BLANK-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "SERIES STATED" TO TOT-LABEL
           MOVE WS-SERIES-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           MOVE "SERIES OUT OF BALANCE" TO TOT-LABEL
           MOVE WS-UNBALANCED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       7100-PRINT-ONE-SUMMARY-LINE.
           MOVE WS-STS-SER-ID (WS-SERIES-SUB) TO SUM-SERIES
           MOVE WS-STS-OPENING (WS-SERIES-SUB) TO SUM-OPENING
           COMPUTE SUM-ISSUED =
               WS-STS-ISSUED-BATCH (WS-SERIES-SUB)
               + WS-STS-ISSUED-ONLINE (WS-SERIES-SUB)
           MOVE WS-STS-RESERVED (WS-SERIES-SUB) TO SUM-RESERVED
           MOVE WS-STS-BACKED-OUT (WS-SERIES-SUB) TO SUM-BACKED-OUT
           COMPUTE WS-NET-AMOUNT =
               WS-STS-RESET-RAISED (WS-SERIES-SUB)
               - WS-STS-RESET-LOWERED (WS-SERIES-SUB)
           MOVE WS-NET-AMOUNT TO SUM-RESET-NET
           COMPUTE WS-NET-AMOUNT =
               WS-STS-GAP-SKIPPED (WS-SERIES-SUB)
               - WS-STS-GAP-REUSED (WS-SERIES-SUB)
           MOVE WS-NET-AMOUNT TO SUM-GAP-NET
           MOVE WS-STS-POSITION (WS-SERIES-SUB) TO SUM-CLOSING
           IF WS-STS-BALANCED (WS-SERIES-SUB)
               MOVE "BALANCED" TO SUM-STATUS
           ELSE
               MOVE "*UNBALANCED*" TO SUM-STATUS
           END-IF
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       8000-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-REPORT-DATE TO HD1-REPORT-DATE
           MOVE WS-PAGE-NUMBER TO HD1-PAGE-NUMBER
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       8200-WRITE-SECTION-HEADING.
           PERFORM 8300-WRITE-BLANK-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       8300-WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       8400-WRITE-REPORT-LINE.
      *> The page headings print through REPORT-LINE too, so the
      *> pending line has to be held across a page break.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-HOLD-LINE
               PERFORM 8000-PRINT-PAGE-HEADINGS
               MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-FINALIZE.
           DISPLAY "NUMBERING STATEMENT " WS-PERIOD-FROM " TO "
               WS-PERIOD-TO
           DISPLAY "ARCHIVED AUDIT RECORDS READ: "
               WS-ARCHIVE-AUDIT-COUNT
           DISPLAY "LIVE AUDIT RECORDS READ    : "
               WS-LIVE-AUDIT-COUNT
           DISPLAY "APPROVED RESETS ON TRAIL   : " WS-RESET-COUNT
           DISPLAY "NUMBER BLOCKS ON LEDGER    : " WS-BLOCK-COUNT
           DISPLAY "SERIES STATED              : " WS-SERIES-COUNT
           IF WS-UNBALANCED-COUNT > 0
               DISPLAY "*** SERIES OUT OF BALANCE: "
                   WS-UNBALANCED-COUNT " - SEE STATEMENT ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
