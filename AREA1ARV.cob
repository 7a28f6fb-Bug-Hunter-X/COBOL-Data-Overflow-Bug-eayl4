       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1ARV.
      *> Monthly access review of the operator authorization file.
      *> Lists every grant on OPERAUTH.DAT - operator, series, each
      *> of the view / reset / series maintenance / approve / grant
      *> administration rights it holds and the last time each right
      *> was used, and who requested and approved the grant - then
      *> the exceptions the security officer has to act on:
      *>   - rights not used for more than the unused-days limit
      *>     (counted from the last use, or from the grant date when
      *>     never used; a right never used with no grant date on
      *>     file is always listed);
      *>   - refused or failed attempts logged during the review
      *>     period (result flag 0 on the maintenance log);
      *>   - counter reset requests on PENDRST.DAT, and grant change
      *>     requests on PENDAUTH.DAT, still pending after the
      *>     pending-days limit.
      *> Use is read from the maintenance log - the archived
      *> generations on ARCHIVE.DAT first, then the live log - and
      *> only actions that succeeded count as use: DISPLAY uses the
      *> view right, RESET the reset right, ADDSER and RETIRE series
      *> maintenance, APPROVE and REJECT the approve right, and the
      *> AREA1ADM actions grant administration.  A use is credited to
      *> the operator's grant for that exact series when there is
      *> one, otherwise to the operator's all-series grant.
      *> ARVPARM.DAT is optional: unused-days limit (default 90),
      *> pending-days limit (default 7) and the review period from /
      *> to dates (default the previous calendar month).  Report on
      *> ARVRPT.DAT; return code 4 when there are exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "ARVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT PENDING-RESET-FILE ASSIGN TO "PENDRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-GRANT-FILE ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRANT-REQ-FILE-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "ARVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-UNUSED-DAYS-X      PIC X(5).
           05  PARM-UNUSED-DAYS-N REDEFINES PARM-UNUSED-DAYS-X
                                       PIC 9(5).
           05  PARM-PENDING-DAYS-X     PIC X(5).
           05  PARM-PENDING-DAYS-N REDEFINES PARM-PENDING-DAYS-X
                                       PIC 9(5).
           05  PARM-PERIOD-FROM        PIC X(8).
           05  PARM-PERIOD-TO          PIC X(8).
           05  FILLER                  PIC X(54).

       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-FILE-ID             PIC X(8).
           05  ARC-CUT-DATE            PIC X(8).
           05  ARC-RECORD-IMAGE        PIC X(89).

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD            PIC X(80).

       FD  PENDING-RESET-FILE.
           COPY PENDRST.

       FD  PENDING-GRANT-FILE.
           COPY PENDAUTH.

       FD  REVIEW-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-AUTH-FILE-STATUS         PIC XX.
           88  WS-AUTH-FILE-NOT-FOUND           VALUE "35".

       01  WS-ARCHIVE-FILE-STATUS      PIC XX.
           88  WS-ARCHIVE-FILE-NOT-FOUND        VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-PENDING-FILE-STATUS      PIC XX.
           88  WS-PENDING-FILE-NOT-FOUND        VALUE "35".

       01  WS-GRANT-REQ-FILE-STATUS    PIC XX.
           88  WS-GRANT-REQ-FILE-NOT-FOUND      VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-FLAG                 PIC X    VALUE "N".
           88  WS-END-OF-FILE                   VALUE "Y".

      *> Which pass over the maintenance history is running: the
      *> first notes the last use of every grant, the second lists
      *> the refused attempts in the review period.
       01  WS-SCAN-PASS                PIC X    VALUE SPACE.
           88  WS-NOTING-USE                    VALUE "U".
           88  WS-LISTING-REFUSALS              VALUE "F".

       01  WS-MAINT-IMAGE.
           05  WS-MLG-OPERATOR-ID      PIC X(8).
           05  WS-MLG-ACTION-CODE      PIC X(7).
           05  WS-MLG-AREA-1-AFTER     PIC 9(11).
           05  WS-MLG-RESULT-FLAG      PIC X.
           05  WS-MLG-TIMESTAMP        PIC X(21).
           05  WS-MLG-SERIES-ID        PIC X(3).
           05  WS-MLG-SECOND-OPR       PIC X(8).
           05  FILLER                  PIC X(30).

      *> The five rights in the order they are reported.
       01  WS-RIGHT-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE "VIEW".
           05  FILLER                  PIC X(10) VALUE "RESET".
           05  FILLER                  PIC X(10) VALUE "SERIES MNT".
           05  FILLER                  PIC X(10) VALUE "APPROVE".
           05  FILLER                  PIC X(10) VALUE "GRANT ADM".
       01  WS-RIGHT-NAME-TABLE REDEFINES WS-RIGHT-NAME-VALUES.
           05  WS-RIGHT-NAME           PIC X(10) OCCURS 5 TIMES.
       01  WS-RIGHT-SUB                PIC 9    VALUE 0.

      *> Every grant on file with the last use of each right.
       01  WS-GRANT-TABLE-MAX          PIC 9(3) COMP VALUE 100.
       01  WS-GRANT-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-GRANT-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-USED-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY          OCCURS 0 TO 100 TIMES
                                       DEPENDING ON WS-GRANT-COUNT
                                       INDEXED BY WS-GX.
               10  WS-GRT-OPERATOR     PIC X(8).
               10  WS-GRT-SERIES       PIC X(3).
               10  WS-GRT-GRANTED-BY   PIC X(8).
               10  WS-GRT-APPROVED-BY  PIC X(8).
               10  WS-GRT-GRANT-DATE   PIC X(8).
               10  WS-GRT-RIGHT        OCCURS 5 TIMES.
                   15  WS-GRT-FLAG     PIC X.
                   15  WS-GRT-LAST-USED
                                       PIC X(21).

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-ALL-SERIES               PIC X(3) VALUE "***".
       01  WS-USE-SERIES               PIC X(3) VALUE SPACES.

       01  WS-UNUSED-LIMIT-DAYS        PIC 9(5) VALUE 90.
       01  WS-PENDING-LIMIT-DAYS       PIC 9(5) VALUE 7.
       01  WS-PERIOD-FROM              PIC X(8) VALUE SPACES.
       01  WS-PERIOD-TO                PIC X(8) VALUE SPACES.

       01  WS-TODAY-N                  PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                PIC 9(9) VALUE 0.
       01  WS-WORK-DATE-X              PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X
                                       PIC 9(8).
       01  WS-WORK-INT                 PIC 9(9) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(9) VALUE 0.
       01  WS-AGE-KNOWN-FLAG           PIC X    VALUE "N".
           88  WS-AGE-KNOWN                     VALUE "Y".

       01  WS-UNUSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE 0.
       01  WS-USE-COUNT                PIC 9(9) VALUE 0.

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
               "OPERATOR ACCESS REVIEW    ".
           05  FILLER                  PIC X(13) VALUE
               "REPORT DATE: ".
           05  HD1-REPORT-DATE         PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HD1-PAGE-NUMBER         PIC ZZZZ9.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(15) VALUE
               "REVIEW PERIOD: ".
           05  HD2-PERIOD-FROM         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  HD2-PERIOD-TO           PIC X(8).
           05  FILLER                  PIC X(18) VALUE
               "   UNUSED LIMIT : ".
           05  HD2-UNUSED-LIMIT        PIC ZZZZ9.
           05  FILLER                  PIC X(24) VALUE
               " DAYS   PENDING LIMIT : ".
           05  HD2-PENDING-LIMIT       PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SEC-TITLE               PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-GRANT-HEADING.
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(8)  VALUE "SERIES".
           05  FILLER                  PIC X(11) VALUE "VIEW".
           05  FILLER                  PIC X(11) VALUE "RESET".
           05  FILLER                  PIC X(11) VALUE "SERIES MNT".
           05  FILLER                  PIC X(11) VALUE "APPROVE".
           05  FILLER                  PIC X(11) VALUE "GRANT ADM".
           05  FILLER                  PIC X(11) VALUE "GRANTED BY".
           05  FILLER                  PIC X(12) VALUE "APPROVED BY".
           05  FILLER                  PIC X(10) VALUE "ON".
           05  FILLER                  PIC X(26) VALUE SPACES.

      *> Each right shows the date it was last used, NEVER, or "-"
      *> when the grant does not carry it.
       01  WS-GRANT-LINE.
           05  GRL-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GRL-SERIES              PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  GRL-RIGHT               OCCURS 5 TIMES.
               10  GRL-LAST-USED       PIC X(8).
               10  FILLER              PIC X(3)  VALUE SPACES.
           05  GRL-GRANTED-BY          PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  GRL-APPROVED-BY         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  GRL-GRANT-DATE          PIC X(8).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-UNUSED-LINE.
           05  UNU-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  UNU-SERIES              PIC X(3).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  UNU-RIGHT               PIC X(10).
           05  FILLER                  PIC X(12) VALUE " LAST USED ".
           05  UNU-LAST-USED           PIC X(8).
           05  FILLER                  PIC X(9)  VALUE " GRANTED ".
           05  UNU-GRANT-DATE          PIC X(8).
           05  FILLER                  PIC X(6)  VALUE " IDLE ".
           05  UNU-IDLE-DAYS           PIC X(6).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  REF-DATE                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  REF-TIME                PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  REF-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REF-ACTION              PIC X(7).
           05  FILLER                  PIC X(8)  VALUE " SERIES ".
           05  REF-SERIES              PIC X(3).
           05  REF-SECOND-LABEL        PIC X(14).
           05  REF-SECOND-OPR          PIC X(8).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-OVERDUE-LINE.
           05  OVD-KIND                PIC X(14).
           05  OVD-REFERENCE           PIC X(7).
           05  FILLER                  PIC X(8)  VALUE " SERIES ".
           05  OVD-SERIES              PIC X(3).
           05  OVD-DETAIL              PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               " REQUESTED BY ".
           05  OVD-REQUEST-OPR         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  OVD-REQUEST-DATE        PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " AGE ".
           05  OVD-AGE-DAYS            PIC X(6).
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-AGE-EDIT                 PIC ZZZZZ9.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL               PIC X(40).
           05  TOT-COUNT               PIC Z(6)9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               SET WS-NOTING-USE TO TRUE
               PERFORM 2000-SCAN-MAINTENANCE-HISTORY
               PERFORM 3000-REPORT-GRANTS
               PERFORM 4000-REPORT-UNUSED-GRANTS
               PERFORM 5000-REPORT-REFUSED-ATTEMPTS
               PERFORM 6000-REPORT-OVERDUE-REQUESTS
               PERFORM 7000-FINALIZE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-REPORT-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-N
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
           PERFORM 1100-LOAD-PARAMETERS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-GRANTS
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT REVIEW-REPORT
               MOVE WS-PERIOD-FROM TO HD2-PERIOD-FROM
               MOVE WS-PERIOD-TO TO HD2-PERIOD-TO
               MOVE WS-UNUSED-LIMIT-DAYS TO HD2-UNUSED-LIMIT
               MOVE WS-PENDING-LIMIT-DAYS TO HD2-PENDING-LIMIT
           END-IF.

       1100-LOAD-PARAMETERS.
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
           END-IF
      *> The default review period is the calendar month before the
      *> one the review runs in.
           IF WS-PERIOD-TO = SPACES
               MOVE WS-TODAY-N TO WS-WORK-DATE-N
               MOVE "01" TO WS-WORK-DATE-X(7:2)
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
               COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE WS-WORK-DATE-X TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-FROM = SPACES
               MOVE WS-PERIOD-TO TO WS-PERIOD-FROM
               MOVE "01" TO WS-PERIOD-FROM(7:2)
           END-IF
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "*** REVIEW PERIOD FROM DATE AFTER TO DATE ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1110-APPLY-PARAMETERS.
           IF PARM-UNUSED-DAYS-X NOT = SPACES
               IF PARM-UNUSED-DAYS-X IS NUMERIC
                   MOVE PARM-UNUSED-DAYS-N TO WS-UNUSED-LIMIT-DAYS
               ELSE
                   DISPLAY "*** UNUSED DAYS PARM NOT NUMERIC ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF PARM-PENDING-DAYS-X NOT = SPACES
               IF PARM-PENDING-DAYS-X IS NUMERIC
                   MOVE PARM-PENDING-DAYS-N TO WS-PENDING-LIMIT-DAYS
               ELSE
                   DISPLAY "*** PENDING DAYS PARM NOT NUMERIC ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF PARM-PERIOD-FROM NOT = SPACES
               MOVE PARM-PERIOD-FROM TO WS-WORK-DATE-X
               IF WS-WORK-DATE-X IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N)
                       NOT = 0
                   DISPLAY "*** REVIEW PERIOD FROM DATE INVALID ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE PARM-PERIOD-FROM TO WS-PERIOD-FROM
               END-IF
           END-IF
           IF PARM-PERIOD-TO NOT = SPACES
               MOVE PARM-PERIOD-TO TO WS-WORK-DATE-X
               IF WS-WORK-DATE-X IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N)
                       NOT = 0
                   DISPLAY "*** REVIEW PERIOD TO DATE INVALID ***"
                   SET WS-ABORT-RUN TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE PARM-PERIOD-TO TO WS-PERIOD-TO
               END-IF
           END-IF.

       1200-LOAD-GRANTS.
      *> No authorization file authorizes nobody - the review still
      *> runs, for the refusals and pending requests.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-AUTH-FILE-NOT-FOUND
               DISPLAY "*** OPERATOR AUTHORIZATION FILE NOT FOUND ***"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 1210-LOAD-ONE-GRANT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-RUN
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       1210-LOAD-ONE-GRANT.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-GRANT-COUNT >= WS-GRANT-TABLE-MAX
                       DISPLAY "*** AUTHORIZATION FILE EXCEEDS TABLE"
                           " - RAISE WS-GRANT-TABLE-MAX ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-GRANT-COUNT
                       MOVE WS-GRANT-COUNT TO WS-GRANT-SUB
                       MOVE OPA-OPERATOR-ID
                           TO WS-GRT-OPERATOR (WS-GRANT-SUB)
                       MOVE OPA-SERIES-ID
                           TO WS-GRT-SERIES (WS-GRANT-SUB)
                       IF OPA-SERIES-ID = SPACES
                           MOVE WS-ALL-SERIES
                               TO WS-GRT-SERIES (WS-GRANT-SUB)
                       END-IF
                       MOVE OPA-GRANTED-BY
                           TO WS-GRT-GRANTED-BY (WS-GRANT-SUB)
                       MOVE OPA-APPROVED-BY
                           TO WS-GRT-APPROVED-BY (WS-GRANT-SUB)
                       MOVE OPA-GRANT-DATE
                           TO WS-GRT-GRANT-DATE (WS-GRANT-SUB)
                       MOVE OPA-VIEW-FLAG
                           TO WS-GRT-FLAG (WS-GRANT-SUB, 1)
                       MOVE OPA-RESET-FLAG
                           TO WS-GRT-FLAG (WS-GRANT-SUB, 2)
                       MOVE OPA-SERMNT-FLAG
                           TO WS-GRT-FLAG (WS-GRANT-SUB, 3)
                       MOVE OPA-APPROVE-FLAG
                           TO WS-GRT-FLAG (WS-GRANT-SUB, 4)
                       MOVE OPA-ADMIN-FLAG
                           TO WS-GRT-FLAG (WS-GRANT-SUB, 5)
                       PERFORM 1220-CLEAR-ONE-LAST-USE
                           VARYING WS-RIGHT-SUB FROM 1 BY 1
                           UNTIL WS-RIGHT-SUB > 5
                   END-IF
           END-READ.

       1220-CLEAR-ONE-LAST-USE.
           MOVE SPACES
               TO WS-GRT-LAST-USED (WS-GRANT-SUB, WS-RIGHT-SUB).

       2000-SCAN-MAINTENANCE-HISTORY.
      *> Archived generations first, the live log after - the same
      *> order the recovery utility reads them in.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2100-CHECK-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT MAINT-LOG
           IF WS-MAINT-LOG-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 2200-CHECK-ONE-MAINT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE MAINT-LOG
           END-IF.

       2100-CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ARC-FILE-ID = "MAINTLOG"
                       MOVE ARC-RECORD-IMAGE TO WS-MAINT-IMAGE
                       PERFORM 2300-APPLY-MAINT-IMAGE
                   END-IF
           END-READ.

       2200-CHECK-ONE-MAINT-RECORD.
           READ MAINT-LOG
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MAINT-LOG-RECORD TO WS-MAINT-IMAGE
                   PERFORM 2300-APPLY-MAINT-IMAGE
           END-READ.

       2300-APPLY-MAINT-IMAGE.
           IF WS-NOTING-USE
               IF WS-MLG-RESULT-FLAG = "1"
                   PERFORM 2400-NOTE-GRANT-USE
               END-IF
           ELSE
               IF WS-MLG-RESULT-FLAG = "0"
                   AND WS-MLG-TIMESTAMP(1:8) >= WS-PERIOD-FROM
                   AND WS-MLG-TIMESTAMP(1:8) <= WS-PERIOD-TO
                   PERFORM 5100-WRITE-REFUSED-LINE
               END-IF
           END-IF.

       2400-NOTE-GRANT-USE.
           EVALUATE WS-MLG-ACTION-CODE
               WHEN "DISPLAY"
                   MOVE 1 TO WS-RIGHT-SUB
               WHEN "RESET"
                   MOVE 2 TO WS-RIGHT-SUB
               WHEN "ADDSER"
               WHEN "RETIRE"
                   MOVE 3 TO WS-RIGHT-SUB
               WHEN "APPROVE"
               WHEN "REJECT"
                   MOVE 4 TO WS-RIGHT-SUB
               WHEN "AUTHADD"
               WHEN "AUTHCHG"
               WHEN "AUTHREV"
               WHEN "AUTHAPP"
               WHEN "AUTHREJ"
               WHEN "AUTHLST"
                   MOVE 5 TO WS-RIGHT-SUB
               WHEN OTHER
                   MOVE 0 TO WS-RIGHT-SUB
           END-EVALUATE
           IF WS-RIGHT-SUB > 0
               MOVE WS-MLG-SERIES-ID TO WS-USE-SERIES
               MOVE 0 TO WS-USED-SUB
               PERFORM 2410-MATCH-EXACT-GRANT
                   VARYING WS-GRANT-SUB FROM 1 BY 1
                   UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
                       OR WS-USED-SUB > 0
               IF WS-USED-SUB = 0
                   MOVE WS-ALL-SERIES TO WS-USE-SERIES
                   PERFORM 2410-MATCH-EXACT-GRANT
                       VARYING WS-GRANT-SUB FROM 1 BY 1
                       UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
                           OR WS-USED-SUB > 0
               END-IF
               IF WS-USED-SUB > 0
                   ADD 1 TO WS-USE-COUNT
                   IF WS-MLG-TIMESTAMP >
                       WS-GRT-LAST-USED (WS-USED-SUB, WS-RIGHT-SUB)
                       MOVE WS-MLG-TIMESTAMP
                           TO WS-GRT-LAST-USED
                               (WS-USED-SUB, WS-RIGHT-SUB)
                   END-IF
               END-IF
           END-IF.

       2410-MATCH-EXACT-GRANT.
           IF WS-GRT-OPERATOR (WS-GRANT-SUB) = WS-MLG-OPERATOR-ID
               AND WS-GRT-SERIES (WS-GRANT-SUB) = WS-USE-SERIES
               AND WS-GRT-FLAG (WS-GRANT-SUB, WS-RIGHT-SUB) = "Y"
               MOVE WS-GRANT-SUB TO WS-USED-SUB
           END-IF.

       3000-REPORT-GRANTS.
           MOVE "GRANTS ON FILE AND LAST USE" TO SEC-TITLE
           PERFORM 8200-WRITE-SECTION-HEADING
           MOVE WS-GRANT-HEADING TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           PERFORM 3100-REPORT-ONE-GRANT
               VARYING WS-GRANT-SUB FROM 1 BY 1
               UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
           MOVE "OPERATOR GRANTS ON FILE" TO TOT-LABEL
           MOVE WS-GRANT-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       3100-REPORT-ONE-GRANT.
           MOVE WS-GRT-OPERATOR (WS-GRANT-SUB) TO GRL-OPERATOR
           MOVE WS-GRT-SERIES (WS-GRANT-SUB) TO GRL-SERIES
           MOVE WS-GRT-GRANTED-BY (WS-GRANT-SUB) TO GRL-GRANTED-BY
           MOVE WS-GRT-APPROVED-BY (WS-GRANT-SUB) TO GRL-APPROVED-BY
           MOVE WS-GRT-GRANT-DATE (WS-GRANT-SUB) TO GRL-GRANT-DATE
           PERFORM 3110-SET-ONE-RIGHT-COLUMN
               VARYING WS-RIGHT-SUB FROM 1 BY 1
               UNTIL WS-RIGHT-SUB > 5
           MOVE WS-GRANT-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       3110-SET-ONE-RIGHT-COLUMN.
           EVALUATE TRUE
               WHEN WS-GRT-FLAG (WS-GRANT-SUB, WS-RIGHT-SUB) NOT = "Y"
                   MOVE "-" TO GRL-LAST-USED (WS-RIGHT-SUB)
               WHEN WS-GRT-LAST-USED (WS-GRANT-SUB, WS-RIGHT-SUB)
                   = SPACES
                   MOVE "NEVER" TO GRL-LAST-USED (WS-RIGHT-SUB)
               WHEN OTHER
                   MOVE WS-GRT-LAST-USED (WS-GRANT-SUB, WS-RIGHT-SUB)
                       (1:8) TO GRL-LAST-USED (WS-RIGHT-SUB)
           END-EVALUATE.

       4000-REPORT-UNUSED-GRANTS.
           MOVE "RIGHTS UNUSED BEYOND THE LIMIT" TO SEC-TITLE
           PERFORM 8200-WRITE-SECTION-HEADING
           PERFORM 4100-CHECK-ONE-GRANT
               VARYING WS-GRANT-SUB FROM 1 BY 1
               UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
           MOVE "UNUSED RIGHTS" TO TOT-LABEL
           MOVE WS-UNUSED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       4100-CHECK-ONE-GRANT.
           PERFORM 4110-CHECK-ONE-RIGHT
               VARYING WS-RIGHT-SUB FROM 1 BY 1
               UNTIL WS-RIGHT-SUB > 5.

       4110-CHECK-ONE-RIGHT.
      *> Idle time runs from the last use, or from the grant date
      *> for a right never used.  A right with neither predates the
      *> grant history and has never been used in the retained log.
           IF WS-GRT-FLAG (WS-GRANT-SUB, WS-RIGHT-SUB) = "Y"
               IF WS-GRT-LAST-USED (WS-GRANT-SUB, WS-RIGHT-SUB)
                   = SPACES
                   MOVE WS-GRT-GRANT-DATE (WS-GRANT-SUB)
                       TO WS-WORK-DATE-X
                   MOVE "NEVER" TO UNU-LAST-USED
               ELSE
                   MOVE WS-GRT-LAST-USED (WS-GRANT-SUB, WS-RIGHT-SUB)
                       (1:8) TO WS-WORK-DATE-X
                   MOVE WS-WORK-DATE-X TO UNU-LAST-USED
               END-IF
               PERFORM 8500-AGE-WORK-DATE
               IF NOT WS-AGE-KNOWN
                   OR WS-AGE-DAYS > WS-UNUSED-LIMIT-DAYS
                   MOVE WS-GRT-OPERATOR (WS-GRANT-SUB) TO UNU-OPERATOR
                   MOVE WS-GRT-SERIES (WS-GRANT-SUB) TO UNU-SERIES
                   MOVE WS-RIGHT-NAME (WS-RIGHT-SUB) TO UNU-RIGHT
                   MOVE WS-GRT-GRANT-DATE (WS-GRANT-SUB)
                       TO UNU-GRANT-DATE
                   IF WS-AGE-KNOWN
                       MOVE WS-AGE-DAYS TO WS-AGE-EDIT
                       MOVE WS-AGE-EDIT TO UNU-IDLE-DAYS
                   ELSE
                       MOVE "  ?" TO UNU-IDLE-DAYS
                   END-IF
                   MOVE WS-UNUSED-LINE TO REPORT-LINE
                   PERFORM 8400-WRITE-REPORT-LINE
                   ADD 1 TO WS-UNUSED-COUNT
               END-IF
           END-IF.

       5000-REPORT-REFUSED-ATTEMPTS.
           MOVE "REFUSED OR FAILED ATTEMPTS IN THE REVIEW PERIOD"
               TO SEC-TITLE
           PERFORM 8200-WRITE-SECTION-HEADING
           SET WS-LISTING-REFUSALS TO TRUE
           PERFORM 2000-SCAN-MAINTENANCE-HISTORY
           MOVE "REFUSED ATTEMPTS" TO TOT-LABEL
           MOVE WS-REFUSED-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       5100-WRITE-REFUSED-LINE.
           MOVE WS-MLG-TIMESTAMP(1:8) TO REF-DATE
           MOVE WS-MLG-TIMESTAMP(9:6) TO REF-TIME
           MOVE WS-MLG-OPERATOR-ID TO REF-OPERATOR
           MOVE WS-MLG-ACTION-CODE TO REF-ACTION
           MOVE WS-MLG-SERIES-ID TO REF-SERIES
           IF WS-MLG-SECOND-OPR = SPACES
               MOVE SPACES TO REF-SECOND-LABEL
           ELSE
               MOVE " REQUESTED BY " TO REF-SECOND-LABEL
           END-IF
           MOVE WS-MLG-SECOND-OPR TO REF-SECOND-OPR
           MOVE WS-REFUSED-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           ADD 1 TO WS-REFUSED-COUNT.

       6000-REPORT-OVERDUE-REQUESTS.
           MOVE "REQUESTS PENDING BEYOND THE LIMIT" TO SEC-TITLE
           PERFORM 8200-WRITE-SECTION-HEADING
           OPEN INPUT PENDING-RESET-FILE
           IF WS-PENDING-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 6100-CHECK-ONE-PENDING-RESET
                   UNTIL WS-END-OF-FILE
               CLOSE PENDING-RESET-FILE
           END-IF
           OPEN INPUT PENDING-GRANT-FILE
           IF WS-GRANT-REQ-FILE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM 6200-CHECK-ONE-PENDING-GRANT
                   UNTIL WS-END-OF-FILE
               CLOSE PENDING-GRANT-FILE
           END-IF
           MOVE "OVERDUE PENDING REQUESTS" TO TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE.

       6100-CHECK-ONE-PENDING-RESET.
           READ PENDING-RESET-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PND-PENDING
                       MOVE PND-REQUEST-TIME(1:8) TO WS-WORK-DATE-X
                       PERFORM 8500-AGE-WORK-DATE
                       IF NOT WS-AGE-KNOWN
                           OR WS-AGE-DAYS > WS-PENDING-LIMIT-DAYS
                           MOVE SPACES TO OVD-DETAIL
                           MOVE "COUNTER RESET" TO OVD-KIND
                           MOVE SPACES TO OVD-REFERENCE
                           MOVE PND-SERIES-ID TO OVD-SERIES
                           STRING " TO VALUE " DELIMITED BY SIZE
                               PND-NEW-VALUE DELIMITED BY SIZE
                               INTO OVD-DETAIL
                           MOVE PND-REQUEST-OPR TO OVD-REQUEST-OPR
                           PERFORM 6900-WRITE-OVERDUE-LINE
                       END-IF
                   END-IF
           END-READ.

       6200-CHECK-ONE-PENDING-GRANT.
           READ PENDING-GRANT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PGA-PENDING
                       MOVE PGA-REQUEST-TIME(1:8) TO WS-WORK-DATE-X
                       PERFORM 8500-AGE-WORK-DATE
                       IF NOT WS-AGE-KNOWN
                           OR WS-AGE-DAYS > WS-PENDING-LIMIT-DAYS
                           MOVE SPACES TO OVD-DETAIL
                           MOVE "GRANT REQUEST" TO OVD-KIND
                           MOVE PGA-REQUEST-NO TO OVD-REFERENCE
                           MOVE PGA-SERIES-ID TO OVD-SERIES
                           EVALUATE TRUE
                               WHEN PGA-ADD-GRANT
                                   STRING " ADD FOR " DELIMITED BY SIZE
                                       PGA-TARGET-OPR
                                       DELIMITED BY SIZE
                                       INTO OVD-DETAIL
                               WHEN PGA-CHANGE-GRANT
                                   STRING " CHANGE FOR "
                                       DELIMITED BY SIZE
                                       PGA-TARGET-OPR
                                       DELIMITED BY SIZE
                                       INTO OVD-DETAIL
                               WHEN OTHER
                                   STRING " REVOKE FOR "
                                       DELIMITED BY SIZE
                                       PGA-TARGET-OPR
                                       DELIMITED BY SIZE
                                       INTO OVD-DETAIL
                           END-EVALUATE
                           MOVE PGA-REQUEST-OPR TO OVD-REQUEST-OPR
                           PERFORM 6900-WRITE-OVERDUE-LINE
                       END-IF
                   END-IF
           END-READ.

       6900-WRITE-OVERDUE-LINE.
           MOVE WS-WORK-DATE-X TO OVD-REQUEST-DATE
           IF WS-AGE-KNOWN
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO OVD-AGE-DAYS
           ELSE
               MOVE "  ?" TO OVD-AGE-DAYS
           END-IF
           MOVE WS-OVERDUE-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           ADD 1 TO WS-OVERDUE-COUNT.

       7000-FINALIZE.
           PERFORM 8300-WRITE-BLANK-LINE
           MOVE "MAINTENANCE LOG USES CREDITED TO GRANTS" TO TOT-LABEL
           MOVE WS-USE-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 8400-WRITE-REPORT-LINE
           CLOSE REVIEW-REPORT
           DISPLAY "ACCESS REVIEW " WS-PERIOD-FROM " TO "
               WS-PERIOD-TO " - GRANTS: " WS-GRANT-COUNT
               " UNUSED: " WS-UNUSED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " OVERDUE: " WS-OVERDUE-COUNT
           IF WS-UNUSED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

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

       8500-AGE-WORK-DATE.
      *> Days from WS-WORK-DATE-X to today; unknown when the date is
      *> blank or not a date.
           MOVE "N" TO WS-AGE-KNOWN-FLAG
           MOVE 0 TO WS-AGE-DAYS
           IF WS-WORK-DATE-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = 0
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-WORK-INT
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
