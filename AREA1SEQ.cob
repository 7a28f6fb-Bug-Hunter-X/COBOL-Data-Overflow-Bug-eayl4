      *> older cross-reference generations, restore them with the
      *> archive retrieval program first - the audit can only
      *> certify what is on the file it reads.
      *> A number taken back by the cancellation transaction was
      *> still issued - it holds its place in the sequence, so no
      *> gap opens where it sits - but it is not a clean issue: each
      *> one is listed as CANCELLED, accounted for, and counted on the
      *> series summary apart from the live values.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-SEQ-HIGH-RUN     PIC X(8).
               10  WS-SEQ-LIVE-COUNT   PIC 9(9).
               10  WS-SEQ-EXC-COUNT    PIC 9(9).
               10  WS-SEQ-CANC-COUNT   PIC 9(9).

       01  WS-LIVE-COUNT               PIC 9(9) VALUE 0.
       01  WS-VOID-COUNT               PIC 9(9) VALUE 0.
       01  WS-DUP-COUNT                PIC 9(9) VALUE 0.
       01  WS-REGRESS-COUNT            PIC 9(9) VALUE 0.
       01  WS-RESERVED-COUNT           PIC 9(9) VALUE 0.
       01  WS-CANCEL-COUNT             PIC 9(9) VALUE 0.

       01  WS-GAP-FROM                 PIC 9(11) VALUE 0.
       01  WS-GAP-THRU                 PIC 9(11) VALUE 0.
           05  RVL-REQUESTER           PIC X(8).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-CANCEL-LINE.
           05  FILLER                  PIC X(13) VALUE "CANC SERIES ".
           05  CNL-SERIES-ID           PIC X(3).
           05  FILLER                  PIC X(7)  VALUE " VALUE ".
           05  CNL-VALUE               PIC 9(11).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  CNL-TRAN-ID             PIC X(10).
           05  FILLER                  PIC X(6)  VALUE " (RUN ".
           05  CNL-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(35) VALUE
               ") CANCELLED AFTER ISSUE - ACCOUNTED".
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-START-LINE.
           05  FILLER                  PIC X(13) VALUE "NOTE SERIES ".
           05  STA-SERIES-ID           PIC X(3).
           05  SUM-EXC-COUNT           PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE "  ".
           05  SUM-VERDICT             PIC X(10).
           05  FILLER                  PIC X(11) VALUE " CANCELLED ".
           05  SUM-CANC-COUNT          PIC 9(9).
           05  FILLER                  PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
               AT END
                   SET WS-END-OF-XREF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN XRF-RECORD-VOIDED
                           ADD 1 TO WS-VOID-COUNT
                       WHEN XRF-RECORD-CANCELLED
                           ADD 1 TO WS-CANCEL-COUNT
                           PERFORM 2200-CHECK-SEQUENCE
                       WHEN OTHER
                           ADD 1 TO WS-LIVE-COUNT
                           PERFORM 2200-CHECK-SEQUENCE
                   END-EVALUATE
           END-READ.

       2200-CHECK-SEQUENCE.
                   WHEN OTHER
                       PERFORM 2600-REPORT-REGRESSION
               END-EVALUATE
               IF XRF-RECORD-CANCELLED
                   PERFORM 2700-REPORT-CANCELLED
               ELSE
                   ADD 1 TO WS-SEQ-LIVE-COUNT (WS-SERIES-SUB)
               END-IF
               IF XRF-AREA-1-VALUE >
                   WS-SEQ-HIGH-VALUE (WS-SERIES-SUB)
                   MOVE XRF-AREA-1-VALUE
                   TO WS-SEQ-HIGH-RUN (WS-SERIES-SUB)
               MOVE 0 TO WS-SEQ-LIVE-COUNT (WS-SERIES-SUB)
               MOVE 0 TO WS-SEQ-EXC-COUNT (WS-SERIES-SUB)
               MOVE 0 TO WS-SEQ-CANC-COUNT (WS-SERIES-SUB)
               IF XRF-AREA-1-VALUE > 1
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-RECORD-SERIES TO STA-SERIES-ID
                   END-IF
           END-READ.

       2700-REPORT-CANCELLED.
      *> Accounted for, not an exception - the number went out and
      *> the register says why the document is dead.
           MOVE WS-RECORD-SERIES TO CNL-SERIES-ID
           MOVE XRF-AREA-1-VALUE TO CNL-VALUE
           MOVE XRF-TRAN-ID TO CNL-TRAN-ID
           MOVE XRF-RUN-ID TO CNL-RUN-ID
           MOVE WS-CANCEL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-SEQ-CANC-COUNT (WS-SERIES-SUB).

       3000-PRINT-SERIES-SUMMARIES.
           PERFORM 3100-PRINT-ONE-SUMMARY
               VARYING WS-SERIES-SUB FROM 1 BY 1
           MOVE WS-SEQ-SER-ID (WS-SERIES-SUB) TO SUM-SERIES-ID
           MOVE WS-SEQ-LIVE-COUNT (WS-SERIES-SUB) TO SUM-LIVE-COUNT
           MOVE WS-SEQ-EXC-COUNT (WS-SERIES-SUB) TO SUM-EXC-COUNT
           MOVE WS-SEQ-CANC-COUNT (WS-SERIES-SUB) TO SUM-CANC-COUNT
           IF WS-SEQ-EXC-COUNT (WS-SERIES-SUB) = 0
               MOVE "CLEAN" TO SUM-VERDICT
           ELSE
           CLOSE SEQUENCE-REPORT
           DISPLAY "LIVE XREF RECORDS AUDITED: " WS-LIVE-COUNT
           DISPLAY "VOIDED RECORDS SKIPPED   : " WS-VOID-COUNT
           DISPLAY "CANCELLED NUMBERS LISTED : " WS-CANCEL-COUNT
           DISPLAY "GAPS FOUND               : " WS-GAP-COUNT
           DISPLAY "DUPLICATES FOUND         : " WS-DUP-COUNT
           DISPLAY "REGRESSIONS FOUND        : " WS-REGRESS-COUNT
