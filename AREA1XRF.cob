      *> the alternate key - and return in seconds regardless of how
      *> much history is on file.  Where the keyed file has not been
      *> built yet, the lookup falls back to streaming XREF.DAT.
      *> An assignment taken back by the cancellation transaction
      *> shows as *CANCELLED*, followed by its cancellation register
      *> entry - the reason, the operator and when.
      *> A number inside a reserved block is also answered from the
      *> branch usage register the branch return reconciliation
      *> keeps: used by the branch for a named TRAN-ID, spoiled, or
      *> still reported unused.  A TRAN-ID no run assigned is looked
      *> for there too, so a document issued on a pre-printed branch
      *> form is found by its TRAN-ID as well.
      *> Each assignment shows its document number as printed, check
      *> digit included; a row written before check digits existed
      *> has the digit derived for display.  A number quoted by a
      *> customer with a doubtful digit is better taken to AREA1VFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT CANCEL-REGISTER ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT USAGE-REGISTER ASSIGN TO "BRUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       FD  RESERVATION-LEDGER.
           COPY RESVLEDG.

       FD  CANCEL-REGISTER.
           COPY CANCREG.

       FD  USAGE-REGISTER.
           COPY BRUSAGE.

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS         PIC XX.
           88  WS-XREF-FILE-NOT-FOUND           VALUE "35".
       01  WS-EOF-LEDGER               PIC X    VALUE "N".
           88  WS-END-OF-LEDGER                 VALUE "Y".

       01  WS-REGISTER-FILE-STATUS     PIC XX.
           88  WS-REGISTER-FILE-NOT-FOUND       VALUE "35".

       01  WS-EOF-REGISTER             PIC X    VALUE "N".
           88  WS-END-OF-REGISTER               VALUE "Y".

       01  WS-USAGE-FILE-STATUS        PIC XX.
           88  WS-USAGE-FILE-NOT-FOUND          VALUE "35".

       01  WS-EOF-USAGE                PIC X    VALUE "N".
           88  WS-END-OF-USAGE                  VALUE "Y".

       01  WS-USAGE-FOUND-FLAG         PIC X    VALUE "N".
           88  WS-USAGE-FOUND                   VALUE "Y".

       01  WS-LOOKUP-MODE              PIC X.
           88  WS-LOOKUP-BY-TRAN-ID             VALUE "T".
           88  WS-LOOKUP-BY-NUMBER              VALUE "N".
       01  WS-LOOKUP-VALUE             PIC 9(11) VALUE 0.
       01  WS-VALUE-CHECK              PIC S9(9) VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(9) VALUE 0.
       01  WS-VOID-MARKER              PIC X(12) VALUE SPACES.

       01  WS-DOCUMENT-NUMBER.
           05  WS-DOC-AREA-1-VALUE     PIC 9(11).
           05  FILLER                  PIC X    VALUE "-".
           05  WS-DOC-CHECK-DIGIT      PIC 9.
           COPY CHKDGT.

      *> The cancelled assignment whose register entry is wanted.
       01  WS-CANCEL-TRAN-ID           PIC X(10) VALUE SPACES.
       01  WS-CANCEL-VALUE             PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               IF WS-LOOKUP-BY-NUMBER AND WS-MATCH-COUNT = 0
                   PERFORM 2500-SCAN-RESERVATION-LEDGER
               END-IF
               IF WS-LOOKUP-BY-TRAN-ID AND WS-MATCH-COUNT = 0
                   PERFORM 2900-SCAN-USAGE-BY-TRAN-ID
               END-IF
               PERFORM 3000-REPORT-RESULT
           END-IF
           STOP RUN.
           END-READ.

       1800-DISPLAY-KEYED-MATCH.
           EVALUATE TRUE
               WHEN XRK-RECORD-VOIDED
                   MOVE " *VOIDED*" TO WS-VOID-MARKER
               WHEN XRK-RECORD-CANCELLED
                   MOVE " *CANCELLED*" TO WS-VOID-MARKER
               WHEN OTHER
                   MOVE SPACES TO WS-VOID-MARKER
           END-EVALUATE
           MOVE XRK-AREA-1-VALUE TO WS-DOC-AREA-1-VALUE
           IF XRK-CHECK-DIGIT IS NUMERIC
               MOVE XRK-CHECK-DIGIT TO WS-DOC-CHECK-DIGIT
           ELSE
               PERFORM 1850-DERIVE-CHECK-DIGIT
           END-IF
           DISPLAY "TRAN-ID " XRK-TRAN-ID
               " SERIES " XRK-SERIES-ID
               " ASSIGNED " WS-DOCUMENT-NUMBER
               " BY RUN " XRK-RUN-ID
               " AT " XRK-TIMESTAMP(1:14)
               WS-VOID-MARKER
           IF XRK-RECORD-CANCELLED
               MOVE XRK-TRAN-ID TO WS-CANCEL-TRAN-ID
               MOVE XRK-AREA-1-VALUE TO WS-CANCEL-VALUE
               PERFORM 2800-SHOW-CANCELLATION
           END-IF.

       1850-DERIVE-CHECK-DIGIT.
           MOVE WS-DOC-AREA-1-VALUE TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
           MOVE CDG-CHECK-DIGIT TO WS-DOC-CHECK-DIGIT.

       1000-ACCEPT-LOOKUP-REQUEST.
           DISPLAY "LOOK UP BY TRAN-ID OR NUMBER (T/N): "
           END-READ.

       2200-DISPLAY-XREF-MATCH.
           EVALUATE TRUE
               WHEN XRF-RECORD-VOIDED
                   MOVE " *VOIDED*" TO WS-VOID-MARKER
               WHEN XRF-RECORD-CANCELLED
                   MOVE " *CANCELLED*" TO WS-VOID-MARKER
               WHEN OTHER
                   MOVE SPACES TO WS-VOID-MARKER
           END-EVALUATE
           MOVE XRF-AREA-1-VALUE TO WS-DOC-AREA-1-VALUE
           IF XRF-CHECK-DIGIT IS NUMERIC
               MOVE XRF-CHECK-DIGIT TO WS-DOC-CHECK-DIGIT
           ELSE
               PERFORM 1850-DERIVE-CHECK-DIGIT
           END-IF
           DISPLAY "TRAN-ID " XRF-TRAN-ID
               " SERIES " XRF-SERIES-ID
               " ASSIGNED " WS-DOCUMENT-NUMBER
               " BY RUN " XRF-RUN-ID
               " AT " XRF-TIMESTAMP(1:14)
               WS-VOID-MARKER
           IF XRF-RECORD-CANCELLED
               MOVE XRF-TRAN-ID TO WS-CANCEL-TRAN-ID
               MOVE XRF-AREA-1-VALUE TO WS-CANCEL-VALUE
               PERFORM 2800-SHOW-CANCELLATION
           END-IF.

       2500-SCAN-RESERVATION-LEDGER.
      *> The number was never assigned by a run - but it may sit
                           " IS INSIDE BLOCK " RSV-RESERVE-ID
                           " RESERVED TO " RSV-REQUESTER-ID
                           " ON " RSV-RESERVE-DATE
                       PERFORM 2700-SHOW-BRANCH-USAGE
                   END-IF
           END-READ.

       2700-SHOW-BRANCH-USAGE.
      *> What the branch itself has reported about the number.
           MOVE "N" TO WS-EOF-USAGE
           MOVE "N" TO WS-USAGE-FOUND-FLAG
           OPEN INPUT USAGE-REGISTER
           IF WS-USAGE-FILE-NOT-FOUND
               SET WS-END-OF-USAGE TO TRUE
           ELSE
               PERFORM 2710-CHECK-ONE-USAGE-ENTRY
                   UNTIL WS-END-OF-USAGE
               CLOSE USAGE-REGISTER
           END-IF
           IF NOT WS-USAGE-FOUND
               DISPLAY "    NO USAGE RETURN FROM " RSV-REQUESTER-ID
                   " FOR THIS NUMBER YET"
           END-IF.

       2710-CHECK-ONE-USAGE-ENTRY.
           READ USAGE-REGISTER
               AT END
                   SET WS-END-OF-USAGE TO TRUE
               NOT AT END
                   IF BRU-RESERVE-ID = RSV-RESERVE-ID
                       AND BRU-AREA-1-VALUE = WS-LOOKUP-VALUE
                       SET WS-USAGE-FOUND TO TRUE
                       SET WS-END-OF-USAGE TO TRUE
                       PERFORM 2720-DISPLAY-USAGE-ENTRY
                   END-IF
           END-READ.

       2720-DISPLAY-USAGE-ENTRY.
           EVALUATE TRUE
               WHEN BRU-NUMBER-USED
                   DISPLAY "    USED BY BRANCH " BRU-BRANCH-ID
                       " FOR TRAN-ID " BRU-TRAN-ID
                       " ON " BRU-USAGE-DATE
               WHEN BRU-NUMBER-SPOILED
                   DISPLAY "    SPOILED BY BRANCH " BRU-BRANCH-ID
                       " - REPORTED " BRU-REPORTED-DATE
               WHEN OTHER
                   DISPLAY "    REPORTED UNUSED BY BRANCH "
                       BRU-BRANCH-ID " ON " BRU-REPORTED-DATE
           END-EVALUATE.

       2800-SHOW-CANCELLATION.
      *> The register is small - one record per number ever
      *> cancelled - so it is simply read through for the entry.
           MOVE "N" TO WS-EOF-REGISTER
           OPEN INPUT CANCEL-REGISTER
           IF WS-REGISTER-FILE-NOT-FOUND
               DISPLAY "    NO CANCELLATION REGISTER ON FILE"
           ELSE
               PERFORM 2810-CHECK-ONE-REGISTER-ENTRY
                   UNTIL WS-END-OF-REGISTER
               CLOSE CANCEL-REGISTER
           END-IF.

       2810-CHECK-ONE-REGISTER-ENTRY.
           READ CANCEL-REGISTER
               AT END
                   SET WS-END-OF-REGISTER TO TRUE
               NOT AT END
                   IF CNR-TRAN-ID = WS-CANCEL-TRAN-ID
                       AND CNR-AREA-1-VALUE = WS-CANCEL-VALUE
                       DISPLAY "    CANCELLED AS " CNR-CANCEL-ID
                           " REASON " CNR-REASON-CODE
                           " BY " CNR-OPERATOR-ID
                           " AT " CNR-TIMESTAMP(1:14)
                   END-IF
           END-READ.

       2900-SCAN-USAGE-BY-TRAN-ID.
      *> No run assigned the TRAN-ID - a branch may have issued the
      *> document on a number from its reserved block.
           OPEN INPUT USAGE-REGISTER
           IF WS-USAGE-FILE-NOT-FOUND
               SET WS-END-OF-USAGE TO TRUE
           ELSE
               PERFORM 2910-CHECK-ONE-USAGE-TRAN-ID
                   UNTIL WS-END-OF-USAGE
               CLOSE USAGE-REGISTER
           END-IF.

       2910-CHECK-ONE-USAGE-TRAN-ID.
           READ USAGE-REGISTER
               AT END
                   SET WS-END-OF-USAGE TO TRUE
               NOT AT END
                   IF BRU-NUMBER-USED
                       AND BRU-TRAN-ID = WS-LOOKUP-TRAN-ID
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY "TRAN-ID " BRU-TRAN-ID
                           " SERIES " BRU-SERIES-ID
                           " USED NUMBER " BRU-AREA-1-VALUE
                           " FROM BLOCK " BRU-RESERVE-ID
                           " BY BRANCH " BRU-BRANCH-ID
                           " ON " BRU-USAGE-DATE
                   END-IF
           END-READ.

               IF WS-LOOKUP-BY-TRAN-ID
                   DISPLAY "TRAN-ID " WS-LOOKUP-TRAN-ID
                       " NOT FOUND ON CROSS-REFERENCE"
                       " OR BRANCH RETURNS"
               ELSE
                   DISPLAY "NUMBER " WS-LOOKUP-VALUE
                       " SERIES " WS-LOOKUP-SERIES
