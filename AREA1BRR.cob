       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1BRR.
      *> Branch usage return reconciliation for reserved number
      *> blocks.  AREA1RSV commits contiguous ranges of WS-AREA-1
      *> values to branch offices; this program is where the branches
      *> account for them.  Each branch returns one record per number
      *> in its block - used (with the TRAN-ID of the document and
      *> the date of use), spoiled, or still unused - in
      *> BRRETURN.DAT.  Every return is matched against the
      *> reservation ledger (the block must exist, belong to the
      *> returning branch and series, and contain the number) and
      *> posted to the cumulative branch usage register BRUSAGE.DAT;
      *> anything that does not match is rejected and listed.  A
      *> number already reported used or spoiled cannot be reported
      *> differently later; one reported unused can.  The return file
      *> is consumed - truncated once its records are posted - so a
      *> return is never posted twice.
      *> The utilisation statement then covers every block on the
      *> ledger: its range, how many numbers were used, spoiled and
      *> reported unused, and every run of numbers the branch has not
      *> reported on at all, aged from the reservation date.  A block
      *> with numbers still unaccounted for past the age limit in
      *> BRRPARM.DAT is flagged *OVERDUE*, and the statement closes
      *> with the unaccounted numbers by age band.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "BRRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RESERVATION-LEDGER ASSIGN TO "RESERVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO "BRRETURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT USAGE-REGISTER ASSIGN TO "BRUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT UTILISATION-REPORT ASSIGN TO "BRRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PARM-AGE-LIMIT-X        PIC X(5).
           05  PARM-AGE-LIMIT-N REDEFINES PARM-AGE-LIMIT-X
                                       PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  RESERVATION-LEDGER.
           COPY RESVLEDG.

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-RESERVE-ID          PIC X(5).
           05  RET-BRANCH-ID           PIC X(8).
           05  RET-SERIES-ID           PIC X(3).
           05  RET-AREA-1-VALUE-X      PIC X(11).
           05  RET-AREA-1-VALUE-N REDEFINES RET-AREA-1-VALUE-X
                                       PIC 9(11).
           05  RET-USAGE-STATUS        PIC X.
               88  RET-STATUS-VALID             VALUE "U" "S" "N".
               88  RET-NUMBER-USED              VALUE "U".
           05  RET-TRAN-ID             PIC X(10).
           05  RET-USAGE-DATE          PIC X(8).
           05  FILLER                  PIC X(34).

       FD  USAGE-REGISTER.
           COPY BRUSAGE.

       FD  UTILISATION-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX.
           88  WS-PARM-FILE-NOT-FOUND           VALUE "35".

       01  WS-LEDGER-FILE-STATUS       PIC XX.
           88  WS-LEDGER-FILE-NOT-FOUND         VALUE "35".

       01  WS-RETURN-FILE-STATUS       PIC XX.
           88  WS-RETURN-FILE-NOT-FOUND         VALUE "35".

       01  WS-REGISTER-FILE-STATUS     PIC XX.
           88  WS-REGISTER-FILE-NOT-FOUND       VALUE "35".

       01  WS-REPORT-FILE-STATUS       PIC XX.

       01  WS-ABORT-FLAG               PIC X    VALUE "N".
           88  WS-ABORT-RUN                     VALUE "Y".

       01  WS-EOF-LEDGER               PIC X    VALUE "N".
           88  WS-END-OF-LEDGER                 VALUE "Y".

       01  WS-EOF-RETURN               PIC X    VALUE "N".
           88  WS-END-OF-RETURNS                VALUE "Y".

       01  WS-EOF-REGISTER             PIC X    VALUE "N".
           88  WS-END-OF-REGISTER               VALUE "Y".

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-RETURN-SERIES            PIC X(3) VALUE SPACES.

      *> Every block ever reserved - the ledger is small, one record
      *> per block, and the statement covers all of it.
       01  WS-BLOCK-TABLE-MAX          PIC 9(5) COMP VALUE 2000.
       01  WS-BLOCK-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-BLOCK-SUB                PIC 9(5) COMP VALUE 0.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY          OCCURS 0 TO 2000 TIMES
                                       DEPENDING ON WS-BLOCK-COUNT
                                       INDEXED BY WS-BX.
               10  WS-BLK-ID           PIC X(5).
               10  WS-BLK-SERIES       PIC X(3).
               10  WS-BLK-BRANCH       PIC X(8).
               10  WS-BLK-FIRST        PIC 9(11).
               10  WS-BLK-LAST         PIC 9(11).
               10  WS-BLK-SIZE         PIC 9(9).
               10  WS-BLK-DATE         PIC X(8).

      *> The whole usage register is held in core in reservation ID
      *> and value order and rewritten at the end - the same
      *> load-change-save pattern the reject recycle applies to its
      *> ledger.  Keeping it ordered lets a return be matched with a
      *> binary search and lets the statement walk each block's
      *> numbers in value order to find the unreported runs.
       01  WS-USAGE-TABLE-MAX          PIC 9(5) COMP VALUE 30000.
       01  WS-USAGE-COUNT              PIC 9(5) COMP VALUE 0.
       01  WS-USAGE-SUB                PIC 9(5) COMP VALUE 0.
       01  WS-INSERT-SUB               PIC 9(5) COMP VALUE 0.
       01  WS-PRIOR-SUB                PIC 9(5) COMP VALUE 0.
       01  WS-SAVE-SUB                 PIC 9(5) COMP VALUE 0.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY          OCCURS 0 TO 30000 TIMES
                                       DEPENDING ON WS-USAGE-COUNT
                                       ASCENDING KEY IS WS-USE-KEY
                                       INDEXED BY WS-UX.
               10  WS-USE-KEY.
                   15  WS-USE-RESERVE-ID
                                       PIC X(5).
                   15  WS-USE-VALUE    PIC 9(11).
               10  WS-USE-SERIES       PIC X(3).
               10  WS-USE-BRANCH       PIC X(8).
               10  WS-USE-STATUS       PIC X.
               10  WS-USE-TRAN-ID      PIC X(10).
               10  WS-USE-DATE         PIC X(8).
               10  WS-USE-REPORTED     PIC X(8).

       01  WS-NEW-KEY.
           05  WS-NEW-RESERVE-ID       PIC X(5).
           05  WS-NEW-VALUE            PIC 9(11).
       01  WS-PREVIOUS-KEY             PIC X(16) VALUE LOW-VALUES.

       01  WS-BLOCK-FOUND-FLAG         PIC X    VALUE "N".
           88  WS-BLOCK-FOUND                   VALUE "Y".

       01  WS-ENTRY-FOUND-FLAG         PIC X    VALUE "N".
           88  WS-ENTRY-FOUND                   VALUE "Y".

       01  WS-SLOT-FOUND-FLAG          PIC X    VALUE "N".
           88  WS-SLOT-FOUND                    VALUE "Y".

       01  WS-WALK-DONE-FLAG           PIC X    VALUE "N".
           88  WS-WALK-DONE                     VALUE "Y".

       01  WS-REGISTER-CHANGED-FLAG    PIC X    VALUE "N".
           88  WS-REGISTER-CHANGED              VALUE "Y".

       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  WS-AGE-LIMIT-DAYS           PIC 9(5) VALUE 0.
       01  WS-TODAY-N                  PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                PIC 9(9) VALUE 0.
       01  WS-RESERVE-DATE-N           PIC 9(8) VALUE 0.
       01  WS-BLOCK-AGE                PIC S9(9) VALUE 0.

      *> Per-block tallies, rebuilt for each block on the statement.
       01  WS-NEXT-EXPECTED            PIC 9(11) VALUE 0.
       01  WS-RANGE-FROM               PIC 9(11) VALUE 0.
       01  WS-RANGE-THRU               PIC 9(11) VALUE 0.
       01  WS-RANGE-COUNT              PIC 9(11) VALUE 0.
       01  WS-BLOCK-USED               PIC 9(9) VALUE 0.
       01  WS-BLOCK-SPOILED            PIC 9(9) VALUE 0.
       01  WS-BLOCK-UNUSED             PIC 9(9) VALUE 0.
       01  WS-BLOCK-UNACCOUNTED        PIC 9(11) VALUE 0.
       01  WS-BLOCK-PERCENT            PIC 9(3) VALUE 0.

      *> Unaccounted numbers by the age of the block holding them.
       01  WS-AGE-BAND-VALUES.
           05  FILLER                  PIC X(20)
                                       VALUE "000300-30 DAYS      ".
           05  FILLER                  PIC X(20)
                                       VALUE "0009031-90 DAYS     ".
           05  FILLER                  PIC X(20)
                                       VALUE "0018091-180 DAYS    ".
           05  FILLER                  PIC X(20)
                                       VALUE "00365181-365 DAYS   ".
           05  FILLER                  PIC X(20)
                                       VALUE "99999OVER 365 DAYS  ".
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05  WS-AGE-BAND             OCCURS 5 TIMES
                                       INDEXED BY WS-AX.
               10  WS-BAND-UPPER       PIC 9(5).
               10  WS-BAND-LABEL       PIC X(15).
       01  WS-BAND-TOTALS              VALUE ZEROS.
           05  WS-BAND-NUMBERS         PIC 9(11) OCCURS 5 TIMES.
       01  WS-BAND-SUB                 PIC 9(3) COMP VALUE 0.

       01  WS-RETURN-COUNT             PIC 9(9) VALUE 0.
       01  WS-POSTED-USED              PIC 9(9) VALUE 0.
       01  WS-POSTED-SPOILED           PIC 9(9) VALUE 0.
       01  WS-POSTED-UNUSED            PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(9) VALUE 0.
       01  WS-UNACCOUNTED-TOTAL        PIC 9(11) VALUE 0.
       01  WS-OVERDUE-BLOCKS           PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(42) VALUE
               "RESERVED BLOCK UTILISATION STATEMENT AS AT".
           05  FILLER                  PIC X    VALUE SPACE.
           05  HDG-TODAY               PIC X(8).
           05  FILLER                  PIC X(14) VALUE
               "  AGE LIMIT : ".
           05  HDG-AGE-LIMIT           PIC ZZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(13) VALUE "REJECT BLOCK ".
           05  REJ-RESERVE-ID          PIC X(5).
           05  FILLER                  PIC X(8)  VALUE " BRANCH ".
           05  REJ-BRANCH-ID           PIC X(8).
           05  FILLER                  PIC X(8)  VALUE " NUMBER ".
           05  REJ-VALUE               PIC X(11).
           05  FILLER                  PIC X(8)  VALUE " STATUS ".
           05  REJ-STATUS              PIC X.
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-BLOCK-LINE.
           05  FILLER                  PIC X(6)  VALUE "BLOCK ".
           05  BLK-RESERVE-ID          PIC X(5).
           05  FILLER                  PIC X(8)  VALUE " SERIES ".
           05  BLK-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(8)  VALUE " BRANCH ".
           05  BLK-BRANCH-ID           PIC X(8).
           05  FILLER                  PIC X(8)  VALUE " VALUES ".
           05  BLK-FIRST-VALUE         PIC 9(11).
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  BLK-LAST-VALUE          PIC 9(11).
           05  FILLER                  PIC X(10) VALUE " RESERVED ".
           05  BLK-RESERVE-DATE        PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " AGE ".
           05  BLK-AGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-UNACCOUNTED-LINE.
           05  FILLER                  PIC X(23) VALUE
               "    UNACCOUNTED VALUES ".
           05  UNA-FROM-VALUE          PIC 9(11).
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  UNA-THRU-VALUE          PIC 9(11).
           05  FILLER                  PIC X(7)  VALUE " COUNT ".
           05  UNA-COUNT               PIC Z(10)9.
           05  UNA-OVERDUE             PIC X(10).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-UTILISATION-LINE.
           05  FILLER                  PIC X(9)  VALUE "    SIZE ".
           05  UTL-SIZE                PIC Z(8)9.
           05  FILLER                  PIC X(6)  VALUE " USED ".
           05  UTL-USED                PIC Z(8)9.
           05  FILLER                  PIC X(9)  VALUE " SPOILED ".
           05  UTL-SPOILED             PIC Z(8)9.
           05  FILLER                  PIC X(8)  VALUE " UNUSED ".
           05  UTL-UNUSED              PIC Z(8)9.
           05  FILLER                  PIC X(13) VALUE " UNACCOUNTED ".
           05  UTL-UNACCOUNTED         PIC Z(10)9.
           05  FILLER                  PIC X(10) VALUE " UTILISED ".
           05  UTL-PERCENT             PIC ZZ9.
           05  FILLER                  PIC X     VALUE "%".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-BAND-LINE.
           05  FILLER                  PIC X(22) VALUE
               "UNACCOUNTED NUMBERS - ".
           05  BND-LABEL               PIC X(15).
           05  FILLER                  PIC X(3)  VALUE " : ".
           05  BND-NUMBERS             PIC Z(10)9.
           05  FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-POST-USAGE-RETURNS
               IF NOT WS-ABORT-RUN
                   PERFORM 4000-SAVE-REGISTER
                   PERFORM 5000-WRITE-STATEMENT
                   PERFORM 6000-FINALIZE
               ELSE
                   CLOSE UTILISATION-REPORT
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-N
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
           PERFORM 1100-LOAD-AGE-LIMIT
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-RESERVATION-LEDGER
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-USAGE-REGISTER
           END-IF
      *> The report is opened before any return is posted so that
      *> rejected returns are listed ahead of the statement.
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT UTILISATION-REPORT
               MOVE WS-TODAY-N TO HDG-TODAY
               MOVE WS-AGE-LIMIT-DAYS TO HDG-AGE-LIMIT
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-LOAD-AGE-LIMIT.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-FILE-NOT-FOUND
               DISPLAY "*** BRANCH RETURN PARM FILE NOT FOUND ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               READ PARAMETER-FILE
                   AT END
                       DISPLAY "*** BRANCH RETURN PARM FILE EMPTY ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   NOT AT END
                       IF PARM-AGE-LIMIT-X IS NOT NUMERIC
                           DISPLAY "*** AGE LIMIT PARM NOT NUMERIC"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           MOVE PARM-AGE-LIMIT-N
                               TO WS-AGE-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       1200-LOAD-RESERVATION-LEDGER.
      *> No ledger means no block was ever reserved - there is
      *> nothing a branch could be returning against.
           OPEN INPUT RESERVATION-LEDGER
           IF WS-LEDGER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1210-LOAD-ONE-LEDGER-RECORD
                   UNTIL WS-END-OF-LEDGER OR WS-ABORT-RUN
               CLOSE RESERVATION-LEDGER
           END-IF.

       1210-LOAD-ONE-LEDGER-RECORD.
           READ RESERVATION-LEDGER
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
               NOT AT END
                   IF WS-BLOCK-COUNT >= WS-BLOCK-TABLE-MAX
                       DISPLAY "*** RESERVATION LEDGER EXCEEDS TABLE -"
                           " RAISE WS-BLOCK-TABLE-MAX ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE RSV-RESERVE-ID
                           TO WS-BLK-ID (WS-BLOCK-COUNT)
                       MOVE RSV-SERIES-ID
                           TO WS-BLK-SERIES (WS-BLOCK-COUNT)
                       MOVE RSV-REQUESTER-ID
                           TO WS-BLK-BRANCH (WS-BLOCK-COUNT)
                       MOVE RSV-FIRST-VALUE
                           TO WS-BLK-FIRST (WS-BLOCK-COUNT)
                       MOVE RSV-LAST-VALUE
                           TO WS-BLK-LAST (WS-BLOCK-COUNT)
                       MOVE RSV-BLOCK-SIZE
                           TO WS-BLK-SIZE (WS-BLOCK-COUNT)
                       MOVE RSV-RESERVE-DATE
                           TO WS-BLK-DATE (WS-BLOCK-COUNT)
                   END-IF
           END-READ.

       1300-LOAD-USAGE-REGISTER.
           OPEN INPUT USAGE-REGISTER
           IF WS-REGISTER-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 1310-LOAD-ONE-USAGE-RECORD
                   UNTIL WS-END-OF-REGISTER OR WS-ABORT-RUN
               CLOSE USAGE-REGISTER
           END-IF.

       1310-LOAD-ONE-USAGE-RECORD.
           READ USAGE-REGISTER
               AT END
                   SET WS-END-OF-REGISTER TO TRUE
               NOT AT END
      *> The register is only ever written in key order; one out of
      *> order has been edited by hand, and a binary search over it
      *> would silently miss numbers.
                   IF BRANCH-USAGE-RECORD(1:16) <= WS-PREVIOUS-KEY
                       DISPLAY "*** USAGE REGISTER OUT OF SEQUENCE AT "
                           BRU-RESERVE-ID " " BRU-AREA-1-VALUE " ***"
                       SET WS-ABORT-RUN TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-USAGE-COUNT >= WS-USAGE-TABLE-MAX
                           DISPLAY "*** USAGE REGISTER EXCEEDS TABLE -"
                               " RAISE WS-USAGE-TABLE-MAX ***"
                           SET WS-ABORT-RUN TO TRUE
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           MOVE BRANCH-USAGE-RECORD(1:16)
                               TO WS-PREVIOUS-KEY
                           ADD 1 TO WS-USAGE-COUNT
                           MOVE WS-USAGE-COUNT TO WS-INSERT-SUB
                           PERFORM 2420-FILL-ENTRY-FROM-RECORD
                       END-IF
                   END-IF
           END-READ.

       2000-POST-USAGE-RETURNS.
      *> No return file just means no branch sent one in - the
      *> statement is still produced from the register as it stands.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FILE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 2100-POST-ONE-RETURN
                   UNTIL WS-END-OF-RETURNS OR WS-ABORT-RUN
               CLOSE RETURN-FILE
           END-IF.

       2100-POST-ONE-RETURN.
           READ RETURN-FILE
               AT END
                   SET WS-END-OF-RETURNS TO TRUE
               NOT AT END
                   ADD 1 TO WS-RETURN-COUNT
                   PERFORM 2200-VALIDATE-RETURN
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2300-APPLY-RETURN
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2900-REPORT-REJECTED-RETURN
                   END-IF
           END-READ.

       2200-VALIDATE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           IF RET-SERIES-ID = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-RETURN-SERIES
           ELSE
               MOVE RET-SERIES-ID TO WS-RETURN-SERIES
           END-IF
           PERFORM 2210-FIND-BLOCK
      *> Checked in order - each test relies on the ones before it
      *> having passed, so the first failure is the one reported.
           EVALUATE TRUE
               WHEN NOT WS-BLOCK-FOUND
                   MOVE "NO SUCH RESERVATION BLOCK"
                       TO WS-REJECT-REASON
               WHEN RET-BRANCH-ID NOT = WS-BLK-BRANCH (WS-BLOCK-SUB)
                   MOVE "BLOCK NOT RESERVED TO BRANCH"
                       TO WS-REJECT-REASON
               WHEN WS-RETURN-SERIES NOT = WS-BLK-SERIES (WS-BLOCK-SUB)
                   MOVE "SERIES DOES NOT MATCH BLOCK"
                       TO WS-REJECT-REASON
               WHEN RET-AREA-1-VALUE-X IS NOT NUMERIC
                   MOVE "NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN RET-AREA-1-VALUE-N < WS-BLK-FIRST (WS-BLOCK-SUB)
                   OR RET-AREA-1-VALUE-N > WS-BLK-LAST (WS-BLOCK-SUB)
                   MOVE "NUMBER OUTSIDE BLOCK"
                       TO WS-REJECT-REASON
               WHEN NOT RET-STATUS-VALID
                   MOVE "UNKNOWN USAGE STATUS"
                       TO WS-REJECT-REASON
               WHEN RET-NUMBER-USED
                   AND (RET-TRAN-ID = SPACES
                        OR RET-USAGE-DATE IS NOT NUMERIC)
                   MOVE "USED WITHOUT TRAN-ID AND DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-FIND-BLOCK.
           MOVE "N" TO WS-BLOCK-FOUND-FLAG
           IF WS-BLOCK-COUNT > 0
               SET WS-BX TO 1
               SEARCH WS-BLOCK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLK-ID (WS-BX) = RET-RESERVE-ID
                       SET WS-BLOCK-SUB TO WS-BX
                       SET WS-BLOCK-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2300-APPLY-RETURN.
           MOVE RET-RESERVE-ID TO WS-NEW-RESERVE-ID
           MOVE RET-AREA-1-VALUE-N TO WS-NEW-VALUE
           PERFORM 2310-FIND-USAGE-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 2400-INSERT-USAGE-ENTRY
           ELSE
      *> Used and spoiled are final.  The same report again is a
      *> resend and is skipped; a different one is a conflict the
      *> branch has to explain.
               IF WS-USE-STATUS (WS-USAGE-SUB) = "N"
                   MOVE WS-USAGE-SUB TO WS-INSERT-SUB
                   PERFORM 2430-FILL-ENTRY-FROM-RETURN
               ELSE
                   IF WS-USE-STATUS (WS-USAGE-SUB) = RET-USAGE-STATUS
                       AND WS-USE-TRAN-ID (WS-USAGE-SUB)
                           = RET-TRAN-ID
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       MOVE "NUMBER ALREADY USED OR SPOILED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2310-FIND-USAGE-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-FLAG
           IF WS-USAGE-COUNT > 0
               SEARCH ALL WS-USAGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-USE-KEY (WS-UX) = WS-NEW-KEY
                       SET WS-USAGE-SUB TO WS-UX
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       2400-INSERT-USAGE-ENTRY.
      *> Entries above the new key move up one place to open its
      *> slot, so the table never has to be re-sorted.
           IF WS-USAGE-COUNT >= WS-USAGE-TABLE-MAX
               DISPLAY "*** USAGE REGISTER TABLE FULL ***"
               SET WS-ABORT-RUN TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-INSERT-SUB
               MOVE "N" TO WS-SLOT-FOUND-FLAG
               PERFORM 2410-OPEN-INSERT-SLOT
                   UNTIL WS-SLOT-FOUND
               PERFORM 2430-FILL-ENTRY-FROM-RETURN
           END-IF.

       2410-OPEN-INSERT-SLOT.
           IF WS-INSERT-SUB = 1
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               COMPUTE WS-PRIOR-SUB = WS-INSERT-SUB - 1
               IF WS-USE-KEY (WS-PRIOR-SUB) > WS-NEW-KEY
                   MOVE WS-USAGE-ENTRY (WS-PRIOR-SUB)
                       TO WS-USAGE-ENTRY (WS-INSERT-SUB)
                   MOVE WS-PRIOR-SUB TO WS-INSERT-SUB
               ELSE
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-IF.

       2420-FILL-ENTRY-FROM-RECORD.
           MOVE BRU-RESERVE-ID TO WS-USE-RESERVE-ID (WS-INSERT-SUB)
           MOVE BRU-AREA-1-VALUE TO WS-USE-VALUE (WS-INSERT-SUB)
           MOVE BRU-SERIES-ID TO WS-USE-SERIES (WS-INSERT-SUB)
           MOVE BRU-BRANCH-ID TO WS-USE-BRANCH (WS-INSERT-SUB)
           MOVE BRU-USAGE-STATUS TO WS-USE-STATUS (WS-INSERT-SUB)
           MOVE BRU-TRAN-ID TO WS-USE-TRAN-ID (WS-INSERT-SUB)
           MOVE BRU-USAGE-DATE TO WS-USE-DATE (WS-INSERT-SUB)
           MOVE BRU-REPORTED-DATE
               TO WS-USE-REPORTED (WS-INSERT-SUB).

       2430-FILL-ENTRY-FROM-RETURN.
           MOVE WS-NEW-RESERVE-ID TO WS-USE-RESERVE-ID (WS-INSERT-SUB)
           MOVE WS-NEW-VALUE TO WS-USE-VALUE (WS-INSERT-SUB)
           MOVE WS-RETURN-SERIES TO WS-USE-SERIES (WS-INSERT-SUB)
           MOVE RET-BRANCH-ID TO WS-USE-BRANCH (WS-INSERT-SUB)
           MOVE RET-USAGE-STATUS TO WS-USE-STATUS (WS-INSERT-SUB)
           MOVE WS-TODAY-N TO WS-USE-REPORTED (WS-INSERT-SUB)
           IF RET-NUMBER-USED
               MOVE RET-TRAN-ID TO WS-USE-TRAN-ID (WS-INSERT-SUB)
               MOVE RET-USAGE-DATE TO WS-USE-DATE (WS-INSERT-SUB)
           ELSE
               MOVE SPACES TO WS-USE-TRAN-ID (WS-INSERT-SUB)
               MOVE SPACES TO WS-USE-DATE (WS-INSERT-SUB)
           END-IF
           EVALUATE RET-USAGE-STATUS
               WHEN "U"
                   ADD 1 TO WS-POSTED-USED
               WHEN "S"
                   ADD 1 TO WS-POSTED-SPOILED
               WHEN OTHER
                   ADD 1 TO WS-POSTED-UNUSED
           END-EVALUATE
           SET WS-REGISTER-CHANGED TO TRUE.

       2900-REPORT-REJECTED-RETURN.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE RET-RESERVE-ID TO REJ-RESERVE-ID
           MOVE RET-BRANCH-ID TO REJ-BRANCH-ID
           MOVE RET-AREA-1-VALUE-X TO REJ-VALUE
           MOVE RET-USAGE-STATUS TO REJ-STATUS
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "*** RETURN FOR BLOCK " RET-RESERVE-ID
               " NUMBER " RET-AREA-1-VALUE-X " REJECTED - "
               WS-REJECT-REASON " ***".

       4000-SAVE-REGISTER.
      *> The register is on disk before the return file is consumed,
      *> so an interruption between the two can only cause a resend
      *> - which is skipped as a duplicate - never a lost return.
           IF WS-REGISTER-CHANGED
               OPEN OUTPUT USAGE-REGISTER
               PERFORM 4100-WRITE-ONE-USAGE-RECORD
                   VARYING WS-SAVE-SUB FROM 1 BY 1
                   UNTIL WS-SAVE-SUB > WS-USAGE-COUNT
               CLOSE USAGE-REGISTER
           END-IF
           IF WS-RETURN-COUNT > 0
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
           END-IF.

       4100-WRITE-ONE-USAGE-RECORD.
           MOVE SPACES TO BRANCH-USAGE-RECORD
           MOVE WS-USE-RESERVE-ID (WS-SAVE-SUB) TO BRU-RESERVE-ID
           MOVE WS-USE-VALUE (WS-SAVE-SUB) TO BRU-AREA-1-VALUE
           MOVE WS-USE-SERIES (WS-SAVE-SUB) TO BRU-SERIES-ID
           MOVE WS-USE-BRANCH (WS-SAVE-SUB) TO BRU-BRANCH-ID
           MOVE WS-USE-STATUS (WS-SAVE-SUB) TO BRU-USAGE-STATUS
           MOVE WS-USE-TRAN-ID (WS-SAVE-SUB) TO BRU-TRAN-ID
           MOVE WS-USE-DATE (WS-SAVE-SUB) TO BRU-USAGE-DATE
           MOVE WS-USE-REPORTED (WS-SAVE-SUB) TO BRU-REPORTED-DATE
           WRITE BRANCH-USAGE-RECORD.

       5000-WRITE-STATEMENT.
           PERFORM 5100-STATE-ONE-BLOCK
               VARYING WS-BLOCK-SUB FROM 1 BY 1
               UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
           PERFORM 5500-WRITE-AGE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5
           CLOSE UTILISATION-REPORT.

       5100-STATE-ONE-BLOCK.
           IF WS-BLK-DATE (WS-BLOCK-SUB) IS NUMERIC
               MOVE WS-BLK-DATE (WS-BLOCK-SUB) TO WS-RESERVE-DATE-N
               COMPUTE WS-BLOCK-AGE =
                   WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-RESERVE-DATE-N)
           ELSE
               MOVE 0 TO WS-BLOCK-AGE
           END-IF
           MOVE WS-BLK-ID (WS-BLOCK-SUB) TO BLK-RESERVE-ID
           MOVE WS-BLK-SERIES (WS-BLOCK-SUB) TO BLK-SERIES-ID
           MOVE WS-BLK-BRANCH (WS-BLOCK-SUB) TO BLK-BRANCH-ID
           MOVE WS-BLK-FIRST (WS-BLOCK-SUB) TO BLK-FIRST-VALUE
           MOVE WS-BLK-LAST (WS-BLOCK-SUB) TO BLK-LAST-VALUE
           MOVE WS-BLK-DATE (WS-BLOCK-SUB) TO BLK-RESERVE-DATE
           MOVE WS-BLOCK-AGE TO BLK-AGE
           MOVE WS-BLOCK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-BLOCK-USED
           MOVE 0 TO WS-BLOCK-SPOILED
           MOVE 0 TO WS-BLOCK-UNUSED
           MOVE 0 TO WS-BLOCK-UNACCOUNTED
           MOVE WS-BLK-FIRST (WS-BLOCK-SUB) TO WS-NEXT-EXPECTED
      *> The block's register entries sit together in value order -
      *> find the first, then walk them, stating each hole between
      *> reported numbers as it is passed.
           PERFORM 5110-FIND-FIRST-BLOCK-ENTRY
           PERFORM 5200-TALLY-ONE-USAGE-ENTRY
               UNTIL WS-WALK-DONE
           IF WS-NEXT-EXPECTED <= WS-BLK-LAST (WS-BLOCK-SUB)
               MOVE WS-NEXT-EXPECTED TO WS-RANGE-FROM
               MOVE WS-BLK-LAST (WS-BLOCK-SUB) TO WS-RANGE-THRU
               PERFORM 5300-STATE-UNACCOUNTED-RANGE
           END-IF
           PERFORM 5400-WRITE-UTILISATION-LINE.

       5110-FIND-FIRST-BLOCK-ENTRY.
           MOVE "Y" TO WS-WALK-DONE-FLAG
           IF WS-USAGE-COUNT > 0
               SET WS-UX TO 1
               SEARCH WS-USAGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-USE-RESERVE-ID (WS-UX)
                       = WS-BLK-ID (WS-BLOCK-SUB)
                       SET WS-USAGE-SUB TO WS-UX
                       MOVE "N" TO WS-WALK-DONE-FLAG
               END-SEARCH
           END-IF.

       5200-TALLY-ONE-USAGE-ENTRY.
           EVALUATE WS-USE-STATUS (WS-USAGE-SUB)
               WHEN "U"
                   ADD 1 TO WS-BLOCK-USED
               WHEN "S"
                   ADD 1 TO WS-BLOCK-SPOILED
               WHEN OTHER
                   ADD 1 TO WS-BLOCK-UNUSED
           END-EVALUATE
           IF WS-USE-VALUE (WS-USAGE-SUB) > WS-NEXT-EXPECTED
               MOVE WS-NEXT-EXPECTED TO WS-RANGE-FROM
               COMPUTE WS-RANGE-THRU =
                   WS-USE-VALUE (WS-USAGE-SUB) - 1
               PERFORM 5300-STATE-UNACCOUNTED-RANGE
           END-IF
           COMPUTE WS-NEXT-EXPECTED = WS-USE-VALUE (WS-USAGE-SUB) + 1
           ADD 1 TO WS-USAGE-SUB
           IF WS-USAGE-SUB > WS-USAGE-COUNT
               SET WS-WALK-DONE TO TRUE
           ELSE
               IF WS-USE-RESERVE-ID (WS-USAGE-SUB)
                   NOT = WS-BLK-ID (WS-BLOCK-SUB)
                   SET WS-WALK-DONE TO TRUE
               END-IF
           END-IF.

       5300-STATE-UNACCOUNTED-RANGE.
           COMPUTE WS-RANGE-COUNT = WS-RANGE-THRU - WS-RANGE-FROM + 1
           ADD WS-RANGE-COUNT TO WS-BLOCK-UNACCOUNTED
           ADD WS-RANGE-COUNT TO WS-UNACCOUNTED-TOTAL
           MOVE WS-RANGE-FROM TO UNA-FROM-VALUE
           MOVE WS-RANGE-THRU TO UNA-THRU-VALUE
           MOVE WS-RANGE-COUNT TO UNA-COUNT
           IF WS-BLOCK-AGE > WS-AGE-LIMIT-DAYS
               MOVE " *OVERDUE*" TO UNA-OVERDUE
           ELSE
               MOVE SPACES TO UNA-OVERDUE
           END-IF
           MOVE WS-UNACCOUNTED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-AX TO 1
           SEARCH WS-AGE-BAND
               AT END
                   ADD WS-RANGE-COUNT TO WS-BAND-NUMBERS (5)
               WHEN WS-BLOCK-AGE <= WS-BAND-UPPER (WS-AX)
                   SET WS-BAND-SUB TO WS-AX
                   ADD WS-RANGE-COUNT TO WS-BAND-NUMBERS (WS-BAND-SUB)
           END-SEARCH.

       5400-WRITE-UTILISATION-LINE.
           MOVE WS-BLK-SIZE (WS-BLOCK-SUB) TO UTL-SIZE
           MOVE WS-BLOCK-USED TO UTL-USED
           MOVE WS-BLOCK-SPOILED TO UTL-SPOILED
           MOVE WS-BLOCK-UNUSED TO UTL-UNUSED
           MOVE WS-BLOCK-UNACCOUNTED TO UTL-UNACCOUNTED
      *> Utilised means gone from the branch's hands - used on a
      *> document or destroyed as spoiled.
           IF WS-BLK-SIZE (WS-BLOCK-SUB) > 0
               COMPUTE WS-BLOCK-PERCENT =
                   (WS-BLOCK-USED + WS-BLOCK-SPOILED) * 100
                   / WS-BLK-SIZE (WS-BLOCK-SUB)
           ELSE
               MOVE 0 TO WS-BLOCK-PERCENT
           END-IF
           MOVE WS-BLOCK-PERCENT TO UTL-PERCENT
           MOVE WS-UTILISATION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BLOCK-UNACCOUNTED > 0
               AND WS-BLOCK-AGE > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-BLOCKS
           END-IF.

       5500-WRITE-AGE-BAND.
           MOVE WS-BAND-LABEL (WS-BAND-SUB) TO BND-LABEL
           MOVE WS-BAND-NUMBERS (WS-BAND-SUB) TO BND-NUMBERS
           MOVE WS-BAND-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6000-FINALIZE.
           DISPLAY "USAGE RETURNS READ       : " WS-RETURN-COUNT
           DISPLAY "NUMBERS POSTED USED      : " WS-POSTED-USED
           DISPLAY "NUMBERS POSTED SPOILED   : " WS-POSTED-SPOILED
           DISPLAY "NUMBERS POSTED UNUSED    : " WS-POSTED-UNUSED
           DISPLAY "RESENT RETURNS SKIPPED   : " WS-DUPLICATE-COUNT
           DISPLAY "RETURNS REJECTED         : " WS-REJECTED-COUNT
           DISPLAY "BLOCKS ON STATEMENT      : " WS-BLOCK-COUNT
           DISPLAY "NUMBERS UNACCOUNTED FOR  : " WS-UNACCOUNTED-TOTAL
           DISPLAY "BLOCKS OVERDUE           : " WS-OVERDUE-BLOCKS
           IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OVERDUE-BLOCKS > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
