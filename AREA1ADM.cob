       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1ADM.
      *> Operator authorization administration.  OPERAUTH.DAT decides
      *> every AREA1MNT permission check, so it is changed only
      *> through this utility and only under the same two-person
      *> control AREA1MNT applies to counter resets: ADD, CHANGE or
      *> REVOKE writes the change to PENDAUTH.DAT as a numbered
      *> request, a DIFFERENT administrator APPROVEs or REJECTs it by
      *> number, and only approval touches OPERAUTH.DAT.  LIST shows
      *> the requests awaiting decision.
      *> A grant is one operator's view / reset / series maintenance
      *> / approve rights (and the right to administer grants) for
      *> one series, or for every series when the series is "***".
      *> Both the requester and the approver must hold the grant
      *> administration right on a record covering the series of the
      *> grant - for an all-series grant, an all-series record - and
      *> no one may request or decide a change to their own grants.
      *> An approval that would leave fewer than two all-series
      *> administrators is refused, so the file can never be locked
      *> beyond reach of the two-person control.  The first two
      *> administrators are set up on the file by the security
      *> officer when the control is introduced.
      *> Every request, decision and refusal goes to the maintenance
      *> log, chained like every other entry there: the acting
      *> operator, on a decision the requesting operator as the
      *> second identity, the grant series, and the request number
      *> in the counter value field, which leads back to the
      *> PENDAUTH.DAT record naming the operator and grants
      *> concerned.  The action codes (AUTHADD, AUTHCHG, AUTHREV,
      *> AUTHAPP, AUTHREJ, AUTHLST) are distinct from AREA1MNT's so
      *> the recovery utility never mistakes a grant approval for an
      *> approved counter reset.
      *> The maintenance log lock (MLOGLOCK.DAT) is held from before
      *> the grant and request files are read until the log record
      *> is chained on; with the log in use - by any program, another
      *> administration run included - nothing is read or saved and
      *> the action is simply run again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT PENDING-GRANT-FILE ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT MAINT-LOG ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT MAINT-LOG-LOCK-FILE ASSIGN TO "MLOGLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUTH-FILE.
           COPY OPERAUTH.

       FD  PENDING-GRANT-FILE.
           COPY PENDAUTH.

       FD  MAINT-LOG.
       01  MAINT-LOG-RECORD.
           05  MLOG-OPERATOR-ID        PIC X(8).
           05  MLOG-ACTION-CODE        PIC X(7).
           05  MLOG-AREA-1-AFTER       PIC 9(11).
           05  MLOG-RESULT-FLAG        PIC 9.
           05  MLOG-TIMESTAMP          PIC X(21).
           05  MLOG-SERIES-ID          PIC X(3).
           05  MLOG-SECOND-OPR         PIC X(8).
           05  MLOG-CHAIN-HASH         PIC X(18).
           05  FILLER                  PIC X(3).

       FD  MAINT-LOG-LOCK-FILE.
           COPY MLOGLOCK.

       WORKING-STORAGE SECTION.
       01  WS-AUTH-FILE-STATUS         PIC XX.
           88  WS-AUTH-FILE-NOT-FOUND           VALUE "35".

       01  WS-PENDING-FILE-STATUS      PIC XX.
           88  WS-PENDING-FILE-NOT-FOUND        VALUE "35".

       01  WS-MAINT-LOG-STATUS         PIC XX.
           88  WS-MAINT-LOG-NOT-FOUND           VALUE "35".

       01  WS-LOG-LOCK-FILE-STATUS     PIC XX.
           88  WS-LOG-LOCK-FILE-NOT-FOUND       VALUE "35".

       01  WS-LOG-LOCK-HELD-FLAG       PIC X    VALUE "N".
           88  WS-LOG-LOCKED-HERE               VALUE "Y".

       01  WS-LOG-LOCK-REFUSED-FLAG    PIC X    VALUE "N".
           88  WS-LOG-LOCK-REFUSED              VALUE "Y".

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-AUTH                 PIC X    VALUE "N".
           88  WS-END-OF-AUTH-FILE              VALUE "Y".

       01  WS-EOF-PENDING              PIC X    VALUE "N".
           88  WS-END-OF-PENDING-FILE           VALUE "Y".

      *> The whole authorization file, held in core and rewritten when
      *> an approval changes it - so it must fit, or nothing is
      *> changed.
       01  WS-AUTH-TABLE-MAX           PIC 9(3) COMP VALUE 100.
       01  WS-AUTH-COUNT               PIC 9(3) COMP VALUE 0.
       01  WS-AUTH-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-SAVE-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-OTHER-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-TARGET-SUB               PIC 9(3) COMP VALUE 0.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY           OCCURS 0 TO 100 TIMES
                                       DEPENDING ON WS-AUTH-COUNT
                                       INDEXED BY WS-AX.
               10  WS-AUT-OPERATOR     PIC X(8).
               10  WS-AUT-VIEW         PIC X.
               10  WS-AUT-RESET        PIC X.
               10  WS-AUT-SERMNT       PIC X.
               10  WS-AUT-APPROVE      PIC X.
               10  WS-AUT-SERIES       PIC X(3).
               10  WS-AUT-ADMIN        PIC X.
               10  WS-AUT-GRANTED-BY   PIC X(8).
               10  WS-AUT-APPROVED-BY  PIC X(8).
               10  WS-AUT-GRANT-DATE   PIC X(8).

      *> Every grant change request ever made, decided ones included,
      *> loaded whole and rewritten when a request is queued or
      *> decided.
       01  WS-PENDING-TABLE-MAX        PIC 9(5) COMP VALUE 2000.
       01  WS-PENDING-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-PENDING-SUB              PIC 9(5) COMP VALUE 0.
       01  WS-PEND-SAVE-SUB            PIC 9(5) COMP VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY        OCCURS 0 TO 2000 TIMES
                                       DEPENDING ON WS-PENDING-COUNT
                                       INDEXED BY WS-PX.
               10  WS-PGA-STATUS       PIC X.
               10  WS-PGA-REQUEST-NO   PIC 9(6).
               10  WS-PGA-ACTION       PIC X.
               10  WS-PGA-TARGET-OPR   PIC X(8).
               10  WS-PGA-SERIES       PIC X(3).
               10  WS-PGA-VIEW         PIC X.
               10  WS-PGA-RESET        PIC X.
               10  WS-PGA-SERMNT       PIC X.
               10  WS-PGA-APPROVE      PIC X.
               10  WS-PGA-ADMIN        PIC X.
               10  WS-PGA-REQUEST-OPR  PIC X(8).
               10  WS-PGA-REQUEST-TIME PIC X(21).
               10  WS-PGA-DECIDE-OPR   PIC X(8).
               10  WS-PGA-DECIDE-TIME  PIC X(21).

       01  WS-HIGHEST-REQUEST-NO       PIC 9(6) VALUE 0.
       01  WS-REQUEST-NO               PIC 9(6) VALUE 0.
       01  WS-REQUEST-NO-X             PIC X(6) VALUE SPACES.
       01  WS-LISTED-COUNT             PIC 9(5) VALUE 0.

       01  WS-AUTHORIZED-FLAG          PIC X    VALUE "N".
           88  WS-OPERATOR-AUTHORIZED           VALUE "Y".

       01  WS-GRANT-FOUND-FLAG         PIC X    VALUE "N".
           88  WS-GRANT-FOUND                   VALUE "Y".

       01  WS-PENDING-FOUND-FLAG       PIC X    VALUE "N".
           88  WS-PENDING-FOUND                 VALUE "Y".

       01  WS-PENDING-CHANGED-FLAG     PIC X    VALUE "N".
           88  WS-PENDING-CHANGED               VALUE "Y".

       01  WS-AUTH-CHANGED-FLAG        PIC X    VALUE "N".
           88  WS-AUTH-CHANGED                  VALUE "Y".

       01  WS-ACTION-DONE-FLAG         PIC X    VALUE "N".
           88  WS-ACTION-DONE                   VALUE "Y".

       01  WS-FLAGS-VALID-FLAG         PIC X    VALUE "Y".
           88  WS-FLAGS-VALID                   VALUE "Y".

       01  WS-ADMIN-SEEN-FLAG          PIC X    VALUE "N".
           88  WS-ADMIN-ALREADY-COUNTED         VALUE "Y".

      *> All-series administrators on file before and after the
      *> change being approved.
       01  WS-ADMINS-BEFORE            PIC 9(3) COMP VALUE 0.
       01  WS-ADMINS-AFTER             PIC 9(3) COMP VALUE 0.
       01  WS-ADMIN-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-COUNT-MODE               PIC X    VALUE SPACE.
           88  WS-COUNTING-AFTER                VALUE "A".

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-ACTION-CODE              PIC X(7).
       01  WS-LOG-ACTION-CODE          PIC X(7) VALUE SPACES.
       01  WS-TARGET-OPR               PIC X(8) VALUE SPACES.
       01  WS-SERIES-IN                PIC X(3) VALUE SPACES.
       01  WS-CURRENT-SERIES           PIC X(3) VALUE SPACES.
       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-ALL-SERIES               PIC X(3) VALUE "***".
       01  WS-SECOND-OPERATOR          PIC X(8) VALUE SPACES.

       01  WS-GRANT-FLAGS.
           05  WS-NEW-VIEW             PIC X    VALUE SPACE.
           05  WS-NEW-RESET            PIC X    VALUE SPACE.
           05  WS-NEW-SERMNT           PIC X    VALUE SPACE.
           05  WS-NEW-APPROVE          PIC X    VALUE SPACE.
           05  WS-NEW-ADMIN            PIC X    VALUE SPACE.
       01  WS-FLAG-CHECK               PIC X    VALUE SPACE.
       01  WS-FLAG-PROMPT              PIC X(26) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-EVENT-TIMESTAMP          PIC X(21).

           COPY HASHPRM.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-ACCEPT-OPERATOR-REQUEST
      *> The log lock is taken before either file is read, so two
      *> administration runs can never save over each other's grants
      *> or hand out the same request number.  A busy log leaves
      *> every file as it was.
           PERFORM 1900-ACQUIRE-LOG-LOCK
           IF WS-LOG-LOCK-REFUSED
               DISPLAY "*** ACTION NOT APPLIED - RUN IT AGAIN ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1100-LOAD-AUTHORIZATION-FILE
               IF NOT WS-ABORT-RUN
                   PERFORM 1200-LOAD-PENDING-GRANTS
               END-IF
               IF NOT WS-ABORT-RUN
                   PERFORM 1300-CHECK-OPERATOR-AUTHORITY
                   IF WS-OPERATOR-AUTHORIZED
                       PERFORM 3000-EXECUTE-ACTION
                   END-IF
               END-IF
               PERFORM 4000-LOG-ADMINISTRATION-ACTION
               PERFORM 4600-RELEASE-LOG-LOCK
           END-IF
           STOP RUN.

       1000-ACCEPT-OPERATOR-REQUEST.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER ACTION (ADD/CHANGE/REVOKE/APPROVE/REJECT"
               "/LIST): " WITH NO ADVANCING
           ACCEPT WS-ACTION-CODE
           IF WS-ACTION-CODE = "ADD" OR WS-ACTION-CODE = "CHANGE"
               OR WS-ACTION-CODE = "REVOKE"
               DISPLAY "ENTER OPERATOR ID OF THE GRANT: "
                   WITH NO ADVANCING
               ACCEPT WS-TARGET-OPR
               DISPLAY "ENTER GRANT SERIES (*** = ALL SERIES,"
                   " BLANK = GEN): " WITH NO ADVANCING
               ACCEPT WS-SERIES-IN
               IF WS-SERIES-IN = SPACES
                   MOVE WS-DEFAULT-SERIES TO WS-CURRENT-SERIES
               ELSE
                   MOVE WS-SERIES-IN TO WS-CURRENT-SERIES
               END-IF
           END-IF
           IF WS-ACTION-CODE = "ADD" OR WS-ACTION-CODE = "CHANGE"
               MOVE "GRANT VIEW (Y/N): " TO WS-FLAG-PROMPT
               PERFORM 1050-ACCEPT-ONE-GRANT-FLAG
               MOVE WS-FLAG-CHECK TO WS-NEW-VIEW
               MOVE "GRANT RESET (Y/N): " TO WS-FLAG-PROMPT
               PERFORM 1050-ACCEPT-ONE-GRANT-FLAG
               MOVE WS-FLAG-CHECK TO WS-NEW-RESET
               MOVE "GRANT SERIES MAINT (Y/N): " TO WS-FLAG-PROMPT
               PERFORM 1050-ACCEPT-ONE-GRANT-FLAG
               MOVE WS-FLAG-CHECK TO WS-NEW-SERMNT
               MOVE "GRANT APPROVE (Y/N): " TO WS-FLAG-PROMPT
               PERFORM 1050-ACCEPT-ONE-GRANT-FLAG
               MOVE WS-FLAG-CHECK TO WS-NEW-APPROVE
               MOVE "GRANT ADMIN (Y/N): " TO WS-FLAG-PROMPT
               PERFORM 1050-ACCEPT-ONE-GRANT-FLAG
               MOVE WS-FLAG-CHECK TO WS-NEW-ADMIN
           END-IF
           IF WS-ACTION-CODE = "APPROVE" OR WS-ACTION-CODE = "REJECT"
               DISPLAY "ENTER REQUEST NUMBER: " WITH NO ADVANCING
               ACCEPT WS-REQUEST-NO-X
               IF FUNCTION TEST-NUMVAL(WS-REQUEST-NO-X) = 0
                   COMPUTE WS-REQUEST-NO =
                       FUNCTION NUMVAL(WS-REQUEST-NO-X)
               ELSE
                   MOVE 0 TO WS-REQUEST-NO
               END-IF
           END-IF.

       1050-ACCEPT-ONE-GRANT-FLAG.
           DISPLAY WS-FLAG-PROMPT WITH NO ADVANCING
           ACCEPT WS-FLAG-CHECK
           IF WS-FLAG-CHECK NOT = "Y" AND WS-FLAG-CHECK NOT = "N"
               MOVE "N" TO WS-FLAGS-VALID-FLAG
           END-IF.

       1100-LOAD-AUTHORIZATION-FILE.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-AUTH-FILE-NOT-FOUND
               DISPLAY "*** OPERATOR AUTHORIZATION FILE NOT FOUND"
                   " - ALL ACTIONS REFUSED ***"
           ELSE
               PERFORM 1110-LOAD-ONE-AUTH-RECORD
                   UNTIL WS-END-OF-AUTH-FILE OR WS-ABORT-RUN
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       1110-LOAD-ONE-AUTH-RECORD.
           READ OPERATOR-AUTH-FILE
               AT END
                   SET WS-END-OF-AUTH-FILE TO TRUE
               NOT AT END
                   IF WS-AUTH-COUNT >= WS-AUTH-TABLE-MAX
                       DISPLAY "*** AUTHORIZATION FILE EXCEEDS TABLE"
                           " - RAISE WS-AUTH-TABLE-MAX ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE OPA-OPERATOR-ID
                           TO WS-AUT-OPERATOR (WS-AUTH-COUNT)
                       MOVE OPA-VIEW-FLAG
                           TO WS-AUT-VIEW (WS-AUTH-COUNT)
                       MOVE OPA-RESET-FLAG
                           TO WS-AUT-RESET (WS-AUTH-COUNT)
                       MOVE OPA-SERMNT-FLAG
                           TO WS-AUT-SERMNT (WS-AUTH-COUNT)
                       MOVE OPA-APPROVE-FLAG
                           TO WS-AUT-APPROVE (WS-AUTH-COUNT)
                       MOVE OPA-SERIES-ID
                           TO WS-AUT-SERIES (WS-AUTH-COUNT)
                       MOVE OPA-ADMIN-FLAG
                           TO WS-AUT-ADMIN (WS-AUTH-COUNT)
                       MOVE OPA-GRANTED-BY
                           TO WS-AUT-GRANTED-BY (WS-AUTH-COUNT)
                       MOVE OPA-APPROVED-BY
                           TO WS-AUT-APPROVED-BY (WS-AUTH-COUNT)
                       MOVE OPA-GRANT-DATE
                           TO WS-AUT-GRANT-DATE (WS-AUTH-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-PENDING-GRANTS.
           OPEN INPUT PENDING-GRANT-FILE
           IF WS-PENDING-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1210-LOAD-ONE-PENDING-RECORD
                   UNTIL WS-END-OF-PENDING-FILE OR WS-ABORT-RUN
               CLOSE PENDING-GRANT-FILE
           END-IF.

       1210-LOAD-ONE-PENDING-RECORD.
           READ PENDING-GRANT-FILE
               AT END
                   SET WS-END-OF-PENDING-FILE TO TRUE
               NOT AT END
                   IF WS-PENDING-COUNT >= WS-PENDING-TABLE-MAX
                       DISPLAY "*** GRANT REQUEST FILE EXCEEDS TABLE"
                           " - RAISE WS-PENDING-TABLE-MAX ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
                       MOVE PGA-STATUS
                           TO WS-PGA-STATUS (WS-PENDING-SUB)
                       MOVE PGA-REQUEST-NO
                           TO WS-PGA-REQUEST-NO (WS-PENDING-SUB)
                       MOVE PGA-ACTION
                           TO WS-PGA-ACTION (WS-PENDING-SUB)
                       MOVE PGA-TARGET-OPR
                           TO WS-PGA-TARGET-OPR (WS-PENDING-SUB)
                       MOVE PGA-SERIES-ID
                           TO WS-PGA-SERIES (WS-PENDING-SUB)
                       MOVE PGA-VIEW-FLAG
                           TO WS-PGA-VIEW (WS-PENDING-SUB)
                       MOVE PGA-RESET-FLAG
                           TO WS-PGA-RESET (WS-PENDING-SUB)
                       MOVE PGA-SERMNT-FLAG
                           TO WS-PGA-SERMNT (WS-PENDING-SUB)
                       MOVE PGA-APPROVE-FLAG
                           TO WS-PGA-APPROVE (WS-PENDING-SUB)
                       MOVE PGA-ADMIN-FLAG
                           TO WS-PGA-ADMIN (WS-PENDING-SUB)
                       MOVE PGA-REQUEST-OPR
                           TO WS-PGA-REQUEST-OPR (WS-PENDING-SUB)
                       MOVE PGA-REQUEST-TIME
                           TO WS-PGA-REQUEST-TIME (WS-PENDING-SUB)
                       MOVE PGA-DECIDE-OPR
                           TO WS-PGA-DECIDE-OPR (WS-PENDING-SUB)
                       MOVE PGA-DECIDE-TIME
                           TO WS-PGA-DECIDE-TIME (WS-PENDING-SUB)
                       IF PGA-REQUEST-NO > WS-HIGHEST-REQUEST-NO
                           MOVE PGA-REQUEST-NO
                               TO WS-HIGHEST-REQUEST-NO
                       END-IF
                   END-IF
           END-READ.

       1300-CHECK-OPERATOR-AUTHORITY.
      *> A decision is authorized against the series of the request
      *> it decides, so the request is found first.  LIST needs the
      *> administration right on any record at all.
           MOVE "N" TO WS-AUTHORIZED-FLAG
           IF WS-ACTION-CODE = "APPROVE" OR WS-ACTION-CODE = "REJECT"
               PERFORM 3850-LOCATE-REQUEST-BY-NUMBER
               IF WS-PENDING-FOUND
                   MOVE WS-PGA-SERIES (WS-PENDING-SUB)
                       TO WS-CURRENT-SERIES
               END-IF
           END-IF
           EVALUATE WS-ACTION-CODE
               WHEN "ADD"
               WHEN "CHANGE"
               WHEN "REVOKE"
               WHEN "APPROVE"
               WHEN "REJECT"
               WHEN "LIST"
                   PERFORM 1310-MATCH-ONE-ADMIN-GRANT
                       VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                           OR WS-OPERATOR-AUTHORIZED
                   IF NOT WS-OPERATOR-AUTHORIZED
                       DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                           " NOT AUTHORIZED FOR " WS-ACTION-CODE
                           " ON SERIES " WS-CURRENT-SERIES " ***"
                   END-IF
               WHEN OTHER
      *> Nothing to authorize - the dispatcher reports the unknown
      *> action.
                   SET WS-OPERATOR-AUTHORIZED TO TRUE
           END-EVALUATE.

       1310-MATCH-ONE-ADMIN-GRANT.
           IF WS-AUT-OPERATOR (WS-AUTH-SUB) = WS-OPERATOR-ID
               AND WS-AUT-ADMIN (WS-AUTH-SUB) = "Y"
               IF WS-AUT-SERIES (WS-AUTH-SUB) = WS-ALL-SERIES
                   OR WS-AUT-SERIES (WS-AUTH-SUB) = SPACES
                   OR WS-ACTION-CODE = "LIST"
                   OR (WS-AUT-SERIES (WS-AUTH-SUB) = WS-CURRENT-SERIES
                       AND WS-CURRENT-SERIES NOT = WS-ALL-SERIES)
                   SET WS-OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       1900-ACQUIRE-LOG-LOCK.
      *> Any holder refuses the action, another administration run
      *> included.  A lock left by a run that ended without freeing
      *> it is freed by AREA1RCV UNLOCK.
           MOVE "N" TO WS-LOG-LOCK-REFUSED-FLAG
           OPEN INPUT MAINT-LOG-LOCK-FILE
           IF WS-LOG-LOCK-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ MAINT-LOG-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MLK-LOG-HELD
                           SET WS-LOG-LOCK-REFUSED TO TRUE
                       END-IF
               END-READ
               CLOSE MAINT-LOG-LOCK-FILE
           END-IF
           IF WS-LOG-LOCK-REFUSED
               DISPLAY "*** MAINTENANCE LOG HELD BY "
                   MLK-HOLDER-PROGRAM " " MLK-HOLDER-RUN-ID
                   " SINCE " MLK-TIMESTAMP " ***"
           ELSE
               OPEN OUTPUT MAINT-LOG-LOCK-FILE
               MOVE SPACES TO MAINT-LOG-LOCK-RECORD
               SET MLK-LOG-HELD TO TRUE
               MOVE "AREA1ADM" TO MLK-HOLDER-PROGRAM
               MOVE WS-OPERATOR-ID TO MLK-HOLDER-RUN-ID
               MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
               WRITE MAINT-LOG-LOCK-RECORD
               CLOSE MAINT-LOG-LOCK-FILE
               SET WS-LOG-LOCKED-HERE TO TRUE
           END-IF.

       3000-EXECUTE-ACTION.
           EVALUATE WS-ACTION-CODE
               WHEN "ADD"
               WHEN "CHANGE"
               WHEN "REVOKE"
                   PERFORM 3100-VALIDATE-AND-QUEUE-CHANGE
               WHEN "APPROVE"
               WHEN "REJECT"
                   PERFORM 3500-DECIDE-PENDING-CHANGE
               WHEN "LIST"
                   PERFORM 3300-LIST-PENDING-CHANGES
               WHEN OTHER
                   DISPLAY "*** UNKNOWN ACTION CODE: " WS-ACTION-CODE
           END-EVALUATE.

       3100-VALIDATE-AND-QUEUE-CHANGE.
           PERFORM 3800-LOCATE-GRANT
           PERFORM 3860-LOCATE-OPEN-REQUEST
           EVALUATE TRUE
               WHEN WS-TARGET-OPR = SPACES
                   DISPLAY "*** OPERATOR ID OF THE GRANT REQUIRED ***"
               WHEN WS-TARGET-OPR = WS-OPERATOR-ID
                   DISPLAY "*** AN OPERATOR MAY NOT CHANGE THEIR OWN"
                       " GRANTS ***"
               WHEN NOT WS-FLAGS-VALID
                   DISPLAY "*** GRANTS MUST BE ANSWERED Y OR N"
                       " - NO CHANGE MADE ***"
               WHEN WS-ACTION-CODE NOT = "REVOKE"
                   AND WS-NEW-VIEW = "N" AND WS-NEW-RESET = "N"
                   AND WS-NEW-SERMNT = "N" AND WS-NEW-APPROVE = "N"
                   AND WS-NEW-ADMIN = "N"
                   DISPLAY "*** NO GRANT GIVEN - USE REVOKE TO"
                       " REMOVE AN OPERATOR'S GRANTS ***"
               WHEN WS-ACTION-CODE = "ADD" AND WS-GRANT-FOUND
                   DISPLAY "*** OPERATOR " WS-TARGET-OPR
                       " ALREADY HOLDS A GRANT FOR SERIES "
                       WS-CURRENT-SERIES " - USE CHANGE ***"
               WHEN WS-ACTION-CODE NOT = "ADD" AND NOT WS-GRANT-FOUND
                   DISPLAY "*** OPERATOR " WS-TARGET-OPR
                       " HOLDS NO GRANT FOR SERIES "
                       WS-CURRENT-SERIES " ***"
      *> One open request per grant at a time - the same rule as one
      *> pending reset per series.
               WHEN WS-PENDING-FOUND
                   DISPLAY "*** REQUEST "
                       WS-PGA-REQUEST-NO (WS-PENDING-SUB)
                       " ALREADY PENDING FOR THIS GRANT - APPROVE OR"
                       " REJECT IT FIRST ***"
               WHEN WS-PENDING-COUNT >= WS-PENDING-TABLE-MAX
                   DISPLAY "*** GRANT REQUEST TABLE FULL"
                       " - RAISE WS-PENDING-TABLE-MAX ***"
               WHEN OTHER
                   PERFORM 3120-QUEUE-PENDING-CHANGE
           END-EVALUATE.

       3120-QUEUE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-HIGHEST-REQUEST-NO
           MOVE WS-HIGHEST-REQUEST-NO TO WS-REQUEST-NO
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-PENDING-COUNT TO WS-PENDING-SUB
           MOVE "P" TO WS-PGA-STATUS (WS-PENDING-SUB)
           MOVE WS-REQUEST-NO TO WS-PGA-REQUEST-NO (WS-PENDING-SUB)
           EVALUATE WS-ACTION-CODE
               WHEN "ADD"
                   MOVE "A" TO WS-PGA-ACTION (WS-PENDING-SUB)
               WHEN "CHANGE"
                   MOVE "C" TO WS-PGA-ACTION (WS-PENDING-SUB)
               WHEN "REVOKE"
                   MOVE "R" TO WS-PGA-ACTION (WS-PENDING-SUB)
                   MOVE SPACES TO WS-GRANT-FLAGS
           END-EVALUATE
           MOVE WS-TARGET-OPR TO WS-PGA-TARGET-OPR (WS-PENDING-SUB)
           MOVE WS-CURRENT-SERIES TO WS-PGA-SERIES (WS-PENDING-SUB)
           MOVE WS-NEW-VIEW TO WS-PGA-VIEW (WS-PENDING-SUB)
           MOVE WS-NEW-RESET TO WS-PGA-RESET (WS-PENDING-SUB)
           MOVE WS-NEW-SERMNT TO WS-PGA-SERMNT (WS-PENDING-SUB)
           MOVE WS-NEW-APPROVE TO WS-PGA-APPROVE (WS-PENDING-SUB)
           MOVE WS-NEW-ADMIN TO WS-PGA-ADMIN (WS-PENDING-SUB)
           MOVE WS-OPERATOR-ID
               TO WS-PGA-REQUEST-OPR (WS-PENDING-SUB)
           MOVE WS-CURRENT-DATE-TIME
               TO WS-PGA-REQUEST-TIME (WS-PENDING-SUB)
           MOVE SPACES TO WS-PGA-DECIDE-OPR (WS-PENDING-SUB)
           MOVE SPACES TO WS-PGA-DECIDE-TIME (WS-PENDING-SUB)
           SET WS-PENDING-CHANGED TO TRUE
           SET WS-ACTION-DONE TO TRUE
           DISPLAY "REQUEST " WS-REQUEST-NO " TO " WS-ACTION-CODE
               " GRANT OF " WS-TARGET-OPR " FOR SERIES "
               WS-CURRENT-SERIES " QUEUED PENDING APPROVAL"
               " BY A SECOND ADMINISTRATOR".

       3300-LIST-PENDING-CHANGES.
           SET WS-ACTION-DONE TO TRUE
           PERFORM 3310-LIST-ONE-REQUEST
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
           DISPLAY "GRANT REQUESTS AWAITING DECISION: "
               WS-LISTED-COUNT.

       3310-LIST-ONE-REQUEST.
           IF WS-PGA-STATUS (WS-PENDING-SUB) = "P"
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY "REQUEST " WS-PGA-REQUEST-NO (WS-PENDING-SUB)
                   " " WS-PGA-ACTION (WS-PENDING-SUB)
                   " OPERATOR " WS-PGA-TARGET-OPR (WS-PENDING-SUB)
                   " SERIES " WS-PGA-SERIES (WS-PENDING-SUB)
                   " V" WS-PGA-VIEW (WS-PENDING-SUB)
                   " R" WS-PGA-RESET (WS-PENDING-SUB)
                   " S" WS-PGA-SERMNT (WS-PENDING-SUB)
                   " A" WS-PGA-APPROVE (WS-PENDING-SUB)
                   " G" WS-PGA-ADMIN (WS-PENDING-SUB)
                   " BY " WS-PGA-REQUEST-OPR (WS-PENDING-SUB)
                   " " WS-PGA-REQUEST-TIME (WS-PENDING-SUB)(1:8)
           END-IF.

       3500-DECIDE-PENDING-CHANGE.
           IF NOT WS-PENDING-FOUND
               OR WS-PGA-STATUS (WS-PENDING-SUB) NOT = "P"
               DISPLAY "*** NO PENDING GRANT REQUEST NUMBER "
                   WS-REQUEST-NO " ***"
           ELSE
               MOVE WS-PGA-TARGET-OPR (WS-PENDING-SUB)
                   TO WS-TARGET-OPR
               MOVE WS-PGA-REQUEST-OPR (WS-PENDING-SUB)
                   TO WS-SECOND-OPERATOR
      *> The heart of the two-person control: the deciding operator
      *> must be neither the requester nor the operator whose grants
      *> are changing.
               EVALUATE TRUE
                   WHEN WS-SECOND-OPERATOR = WS-OPERATOR-ID
                       DISPLAY "*** REQUESTER MAY NOT DECIDE THEIR OWN"
                           " REQUEST - SECOND OPERATOR REQUIRED ***"
                   WHEN WS-TARGET-OPR = WS-OPERATOR-ID
                       DISPLAY "*** AN OPERATOR MAY NOT DECIDE A"
                           " CHANGE TO THEIR OWN GRANTS ***"
                   WHEN WS-ACTION-CODE = "APPROVE"
                       PERFORM 3510-APPLY-APPROVED-CHANGE
                   WHEN OTHER
                       PERFORM 3530-MARK-REQUEST-DECIDED
                       MOVE "R" TO WS-PGA-STATUS (WS-PENDING-SUB)
                       SET WS-ACTION-DONE TO TRUE
                       DISPLAY "REQUEST " WS-REQUEST-NO
                           " REJECTED BY " WS-OPERATOR-ID
                           " - REQUESTED BY " WS-SECOND-OPERATOR
               END-EVALUATE
           END-IF.

       3510-APPLY-APPROVED-CHANGE.
      *> The grant is re-proven at decision time - another request
      *> may have added or revoked it since this one was queued.
           MOVE WS-PGA-VIEW (WS-PENDING-SUB) TO WS-NEW-VIEW
           MOVE WS-PGA-RESET (WS-PENDING-SUB) TO WS-NEW-RESET
           MOVE WS-PGA-SERMNT (WS-PENDING-SUB) TO WS-NEW-SERMNT
           MOVE WS-PGA-APPROVE (WS-PENDING-SUB) TO WS-NEW-APPROVE
           MOVE WS-PGA-ADMIN (WS-PENDING-SUB) TO WS-NEW-ADMIN
           PERFORM 3800-LOCATE-GRANT
           MOVE SPACE TO WS-COUNT-MODE
           PERFORM 3700-COUNT-ALL-SERIES-ADMINS
           MOVE WS-ADMIN-COUNT TO WS-ADMINS-BEFORE
           SET WS-COUNTING-AFTER TO TRUE
           PERFORM 3700-COUNT-ALL-SERIES-ADMINS
           MOVE WS-ADMIN-COUNT TO WS-ADMINS-AFTER
           EVALUATE TRUE
               WHEN WS-PGA-ACTION (WS-PENDING-SUB) = "A"
                   AND WS-GRANT-FOUND
                   DISPLAY "*** OPERATOR " WS-TARGET-OPR
                       " NOW ALREADY HOLDS A GRANT FOR SERIES "
                       WS-CURRENT-SERIES " - APPROVAL REFUSED ***"
               WHEN WS-PGA-ACTION (WS-PENDING-SUB) NOT = "A"
                   AND NOT WS-GRANT-FOUND
                   DISPLAY "*** OPERATOR " WS-TARGET-OPR
                       " NO LONGER HOLDS A GRANT FOR SERIES "
                       WS-CURRENT-SERIES " - APPROVAL REFUSED ***"
               WHEN WS-ADMINS-AFTER < 2
                   AND WS-ADMINS-AFTER < WS-ADMINS-BEFORE
                   DISPLAY "*** CHANGE WOULD LEAVE FEWER THAN TWO"
                       " ALL-SERIES ADMINISTRATORS - APPROVAL"
                       " REFUSED ***"
               WHEN WS-PGA-ACTION (WS-PENDING-SUB) = "A"
                   AND WS-AUTH-COUNT >= WS-AUTH-TABLE-MAX
                   DISPLAY "*** AUTHORIZATION TABLE FULL"
                       " - RAISE WS-AUTH-TABLE-MAX ***"
               WHEN OTHER
                   PERFORM 3520-UPDATE-GRANT
                   PERFORM 3530-MARK-REQUEST-DECIDED
                   MOVE "A" TO WS-PGA-STATUS (WS-PENDING-SUB)
                   SET WS-AUTH-CHANGED TO TRUE
                   SET WS-ACTION-DONE TO TRUE
                   DISPLAY "REQUEST " WS-REQUEST-NO " APPLIED TO "
                       WS-TARGET-OPR " SERIES " WS-CURRENT-SERIES
                       " - REQUESTED BY " WS-SECOND-OPERATOR
                       ", APPROVED BY " WS-OPERATOR-ID
           END-EVALUATE.

       3520-UPDATE-GRANT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           EVALUATE WS-PGA-ACTION (WS-PENDING-SUB)
               WHEN "R"
                   PERFORM 3525-CLOSE-UP-ONE-ENTRY
                       VARYING WS-SAVE-SUB FROM WS-TARGET-SUB BY 1
                       UNTIL WS-SAVE-SUB >= WS-AUTH-COUNT
                   SUBTRACT 1 FROM WS-AUTH-COUNT
               WHEN OTHER
                   IF WS-PGA-ACTION (WS-PENDING-SUB) = "A"
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE WS-AUTH-COUNT TO WS-TARGET-SUB
                       MOVE WS-TARGET-OPR
                           TO WS-AUT-OPERATOR (WS-TARGET-SUB)
                       MOVE WS-CURRENT-SERIES
                           TO WS-AUT-SERIES (WS-TARGET-SUB)
                   END-IF
                   MOVE WS-NEW-VIEW TO WS-AUT-VIEW (WS-TARGET-SUB)
                   MOVE WS-NEW-RESET TO WS-AUT-RESET (WS-TARGET-SUB)
                   MOVE WS-NEW-SERMNT
                       TO WS-AUT-SERMNT (WS-TARGET-SUB)
                   MOVE WS-NEW-APPROVE
                       TO WS-AUT-APPROVE (WS-TARGET-SUB)
                   MOVE WS-NEW-ADMIN TO WS-AUT-ADMIN (WS-TARGET-SUB)
                   MOVE WS-SECOND-OPERATOR
                       TO WS-AUT-GRANTED-BY (WS-TARGET-SUB)
                   MOVE WS-OPERATOR-ID
                       TO WS-AUT-APPROVED-BY (WS-TARGET-SUB)
                   MOVE WS-CURRENT-DATE-TIME(1:8)
                       TO WS-AUT-GRANT-DATE (WS-TARGET-SUB)
           END-EVALUATE.

       3525-CLOSE-UP-ONE-ENTRY.
           MOVE WS-AUTH-ENTRY (WS-SAVE-SUB + 1)
               TO WS-AUTH-ENTRY (WS-SAVE-SUB).

       3530-MARK-REQUEST-DECIDED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-OPERATOR-ID TO WS-PGA-DECIDE-OPR (WS-PENDING-SUB)
           MOVE WS-CURRENT-DATE-TIME
               TO WS-PGA-DECIDE-TIME (WS-PENDING-SUB)
           SET WS-PENDING-CHANGED TO TRUE.

       3700-COUNT-ALL-SERIES-ADMINS.
      *> Distinct operators holding the administration right on an
      *> all-series record - as the file stands, or (counting after)
      *> as it would stand with the pending change applied.
           MOVE 0 TO WS-ADMIN-COUNT
           PERFORM 3710-COUNT-ONE-ADMIN
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
           IF WS-COUNTING-AFTER
               AND WS-PGA-ACTION (WS-PENDING-SUB) = "A"
               AND WS-NEW-ADMIN = "Y"
               AND WS-CURRENT-SERIES = WS-ALL-SERIES
               MOVE 0 TO WS-AUTH-SUB
               PERFORM 3720-CHECK-ADMIN-ALREADY-SEEN
               IF NOT WS-ADMIN-ALREADY-COUNTED
                   ADD 1 TO WS-ADMIN-COUNT
               END-IF
           END-IF.

       3710-COUNT-ONE-ADMIN.
           IF WS-AUT-SERIES (WS-AUTH-SUB) = WS-ALL-SERIES
               OR WS-AUT-SERIES (WS-AUTH-SUB) = SPACES
               IF WS-COUNTING-AFTER AND WS-GRANT-FOUND
                   AND WS-AUTH-SUB = WS-TARGET-SUB
                   IF WS-PGA-ACTION (WS-PENDING-SUB) NOT = "R"
                       AND WS-NEW-ADMIN = "Y"
                       PERFORM 3720-CHECK-ADMIN-ALREADY-SEEN
                       IF NOT WS-ADMIN-ALREADY-COUNTED
                           ADD 1 TO WS-ADMIN-COUNT
                       END-IF
                   END-IF
               ELSE
                   IF WS-AUT-ADMIN (WS-AUTH-SUB) = "Y"
                       PERFORM 3720-CHECK-ADMIN-ALREADY-SEEN
                       IF NOT WS-ADMIN-ALREADY-COUNTED
                           ADD 1 TO WS-ADMIN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3720-CHECK-ADMIN-ALREADY-SEEN.
      *> An operator with two all-series records counts once.  With
      *> WS-AUTH-SUB zero the operator checked is the one the new
      *> grant is for, against every record on file.
           MOVE "N" TO WS-ADMIN-SEEN-FLAG
           PERFORM 3730-CHECK-ONE-EARLIER-ENTRY
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-ADMIN-ALREADY-COUNTED
                   OR (WS-AUTH-SUB > 0
                       AND WS-OTHER-SUB >= WS-AUTH-SUB)
                   OR WS-OTHER-SUB > WS-AUTH-COUNT.

       3730-CHECK-ONE-EARLIER-ENTRY.
           IF (WS-AUTH-SUB > 0
               AND WS-AUT-OPERATOR (WS-OTHER-SUB)
                   = WS-AUT-OPERATOR (WS-AUTH-SUB))
               OR (WS-AUTH-SUB = 0
                   AND WS-AUT-OPERATOR (WS-OTHER-SUB) = WS-TARGET-OPR)
               IF (WS-AUT-SERIES (WS-OTHER-SUB) = WS-ALL-SERIES
                   OR WS-AUT-SERIES (WS-OTHER-SUB) = SPACES)
                   AND WS-AUT-ADMIN (WS-OTHER-SUB) = "Y"
                   AND NOT (WS-COUNTING-AFTER AND WS-GRANT-FOUND
                       AND WS-OTHER-SUB = WS-TARGET-SUB)
                   SET WS-ADMIN-ALREADY-COUNTED TO TRUE
               END-IF
           END-IF.

       3800-LOCATE-GRANT.
      *> The record holding the target operator's grant for exactly
      *> the series named - "***" and blank are the same all-series
      *> grant.
           MOVE "N" TO WS-GRANT-FOUND-FLAG
           MOVE 0 TO WS-TARGET-SUB
           IF WS-AUTH-COUNT > 0
               SET WS-AX TO 1
               SEARCH WS-AUTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AUT-OPERATOR (WS-AX) = WS-TARGET-OPR
                       AND (WS-AUT-SERIES (WS-AX) = WS-CURRENT-SERIES
                           OR (WS-CURRENT-SERIES = WS-ALL-SERIES
                               AND WS-AUT-SERIES (WS-AX) = SPACES))
                       SET WS-TARGET-SUB TO WS-AX
                       SET WS-GRANT-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3850-LOCATE-REQUEST-BY-NUMBER.
           MOVE "N" TO WS-PENDING-FOUND-FLAG
           IF WS-PENDING-COUNT > 0 AND WS-REQUEST-NO > 0
               SET WS-PX TO 1
               SEARCH WS-PENDING-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PGA-REQUEST-NO (WS-PX) = WS-REQUEST-NO
                       SET WS-PENDING-SUB TO WS-PX
                       SET WS-PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF.

       3860-LOCATE-OPEN-REQUEST.
           MOVE "N" TO WS-PENDING-FOUND-FLAG
           IF WS-PENDING-COUNT > 0
               SET WS-PX TO 1
               SEARCH WS-PENDING-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PGA-STATUS (WS-PX) = "P"
                       AND WS-PGA-TARGET-OPR (WS-PX) = WS-TARGET-OPR
                       AND WS-PGA-SERIES (WS-PX) = WS-CURRENT-SERIES
                       SET WS-PENDING-SUB TO WS-PX
                       SET WS-PENDING-FOUND TO TRUE
               END-SEARCH
           END-IF.

       4000-LOG-ADMINISTRATION-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-EVENT-TIMESTAMP
           IF WS-AUTH-CHANGED
               PERFORM 4100-SAVE-AUTHORIZATION-FILE
           END-IF
           IF WS-PENDING-CHANGED
               PERFORM 4200-SAVE-PENDING-GRANTS
           END-IF
           EVALUATE WS-ACTION-CODE
               WHEN "ADD"
                   MOVE "AUTHADD" TO WS-LOG-ACTION-CODE
               WHEN "CHANGE"
                   MOVE "AUTHCHG" TO WS-LOG-ACTION-CODE
               WHEN "REVOKE"
                   MOVE "AUTHREV" TO WS-LOG-ACTION-CODE
               WHEN "APPROVE"
                   MOVE "AUTHAPP" TO WS-LOG-ACTION-CODE
               WHEN "REJECT"
                   MOVE "AUTHREJ" TO WS-LOG-ACTION-CODE
               WHEN "LIST"
                   MOVE "AUTHLST" TO WS-LOG-ACTION-CODE
               WHEN OTHER
                   MOVE WS-ACTION-CODE TO WS-LOG-ACTION-CODE
           END-EVALUATE
           MOVE "MAINTLOG" TO HCP-LOG-ID
           CALL "AREA1CHD" USING HASH-CHAIN-PARMS
           OPEN EXTEND MAINT-LOG
           IF WS-MAINT-LOG-NOT-FOUND
               OPEN OUTPUT MAINT-LOG
           END-IF
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE WS-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE WS-LOG-ACTION-CODE TO MLOG-ACTION-CODE
           MOVE WS-REQUEST-NO TO MLOG-AREA-1-AFTER
      *> Refusals are logged as 0 with the action asked for, exactly
      *> as AREA1MNT logs them.
           IF WS-ACTION-DONE AND NOT WS-ABORT-RUN
               MOVE 1 TO MLOG-RESULT-FLAG
           ELSE
               MOVE 0 TO MLOG-RESULT-FLAG
           END-IF
           MOVE WS-EVENT-TIMESTAMP TO MLOG-TIMESTAMP
           MOVE WS-CURRENT-SERIES TO MLOG-SERIES-ID
           MOVE WS-SECOND-OPERATOR TO MLOG-SECOND-OPR
           MOVE MAINT-LOG-RECORD TO HCP-RECORD-IMAGE
           CALL "AREA1HSH" USING HASH-CHAIN-PARMS
           MOVE HCP-CHAIN-HASH TO MLOG-CHAIN-HASH
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG.

       4100-SAVE-AUTHORIZATION-FILE.
           OPEN OUTPUT OPERATOR-AUTH-FILE
           PERFORM 4110-WRITE-ONE-AUTH-RECORD
               VARYING WS-SAVE-SUB FROM 1 BY 1
               UNTIL WS-SAVE-SUB > WS-AUTH-COUNT
           CLOSE OPERATOR-AUTH-FILE.

       4110-WRITE-ONE-AUTH-RECORD.
           MOVE SPACES TO OPERATOR-AUTH-RECORD
           MOVE WS-AUT-OPERATOR (WS-SAVE-SUB) TO OPA-OPERATOR-ID
           MOVE WS-AUT-VIEW (WS-SAVE-SUB) TO OPA-VIEW-FLAG
           MOVE WS-AUT-RESET (WS-SAVE-SUB) TO OPA-RESET-FLAG
           MOVE WS-AUT-SERMNT (WS-SAVE-SUB) TO OPA-SERMNT-FLAG
           MOVE WS-AUT-APPROVE (WS-SAVE-SUB) TO OPA-APPROVE-FLAG
           MOVE WS-AUT-SERIES (WS-SAVE-SUB) TO OPA-SERIES-ID
           MOVE WS-AUT-ADMIN (WS-SAVE-SUB) TO OPA-ADMIN-FLAG
           MOVE WS-AUT-GRANTED-BY (WS-SAVE-SUB) TO OPA-GRANTED-BY
           MOVE WS-AUT-APPROVED-BY (WS-SAVE-SUB) TO OPA-APPROVED-BY
           MOVE WS-AUT-GRANT-DATE (WS-SAVE-SUB) TO OPA-GRANT-DATE
           WRITE OPERATOR-AUTH-RECORD.

       4200-SAVE-PENDING-GRANTS.
           OPEN OUTPUT PENDING-GRANT-FILE
           PERFORM 4210-WRITE-ONE-PENDING-RECORD
               VARYING WS-PEND-SAVE-SUB FROM 1 BY 1
               UNTIL WS-PEND-SAVE-SUB > WS-PENDING-COUNT
           CLOSE PENDING-GRANT-FILE.

       4210-WRITE-ONE-PENDING-RECORD.
           MOVE SPACES TO PENDING-GRANT-RECORD
           MOVE WS-PGA-STATUS (WS-PEND-SAVE-SUB) TO PGA-STATUS
           MOVE WS-PGA-REQUEST-NO (WS-PEND-SAVE-SUB)
               TO PGA-REQUEST-NO
           MOVE WS-PGA-ACTION (WS-PEND-SAVE-SUB) TO PGA-ACTION
           MOVE WS-PGA-TARGET-OPR (WS-PEND-SAVE-SUB)
               TO PGA-TARGET-OPR
           MOVE WS-PGA-SERIES (WS-PEND-SAVE-SUB) TO PGA-SERIES-ID
           MOVE WS-PGA-VIEW (WS-PEND-SAVE-SUB) TO PGA-VIEW-FLAG
           MOVE WS-PGA-RESET (WS-PEND-SAVE-SUB) TO PGA-RESET-FLAG
           MOVE WS-PGA-SERMNT (WS-PEND-SAVE-SUB) TO PGA-SERMNT-FLAG
           MOVE WS-PGA-APPROVE (WS-PEND-SAVE-SUB)
               TO PGA-APPROVE-FLAG
           MOVE WS-PGA-ADMIN (WS-PEND-SAVE-SUB) TO PGA-ADMIN-FLAG
           MOVE WS-PGA-REQUEST-OPR (WS-PEND-SAVE-SUB)
               TO PGA-REQUEST-OPR
           MOVE WS-PGA-REQUEST-TIME (WS-PEND-SAVE-SUB)
               TO PGA-REQUEST-TIME
           MOVE WS-PGA-DECIDE-OPR (WS-PEND-SAVE-SUB)
               TO PGA-DECIDE-OPR
           MOVE WS-PGA-DECIDE-TIME (WS-PEND-SAVE-SUB)
               TO PGA-DECIDE-TIME
           WRITE PENDING-GRANT-RECORD.

       4600-RELEASE-LOG-LOCK.
           OPEN OUTPUT MAINT-LOG-LOCK-FILE
           MOVE SPACES TO MAINT-LOG-LOCK-RECORD
           SET MLK-LOG-FREE TO TRUE
           MOVE "AREA1ADM" TO MLK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO MLK-HOLDER-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO MLK-TIMESTAMP
           WRITE MAINT-LOG-LOCK-RECORD
           CLOSE MAINT-LOG-LOCK-FILE
           MOVE "N" TO WS-LOG-LOCK-HELD-FLAG.
