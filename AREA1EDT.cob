      *> exactly as it always did.  Rows voided by a run backout are
      *> ignored either way, so corrected transactions resubmitted
      *> after a backout pass the edit.
      *>
      *> A TRAN-ID whose live row belongs to an online run ("O" run
      *> ID) was numbered on demand by AREA1ONL before the nightly
      *> file caught up with it.  It is not an error, so it is not
      *> rejected, and it already has its number, so it is not passed
      *> on to be numbered again - it is listed and passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-ACCEPT-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-ONLINE-COUNT             PIC 9(9) VALUE 0.

      *> Reason codes written to the reject file:
      *>   BLNK - TRAN-ID entirely blank

      *> Today's surviving candidates, in arrival order.  "P" means
      *> still pending, "M" means the cross-reference matched it as
      *> already assigned, "O" means the match was an online issue.
      *> Sized for one day's file.
       01  WS-CAND-TABLE-MAX           PIC 9(5) COMP VALUE 30000.
       01  WS-CAND-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-CAND-SUB                 PIC 9(5) COMP VALUE 0.
                       SET WS-PROBE-DONE TO TRUE
                   ELSE
                       IF NOT XRK-RECORD-VOIDED
                           IF XRK-RUN-ID(1:1) = "O"
                               MOVE "O"
                                   TO WS-CAND-STATUS (WS-CAND-SUB)
                           ELSE
                               MOVE "M"
                                   TO WS-CAND-STATUS (WS-CAND-SUB)
                           END-IF
                           SET WS-PROBE-DONE TO TRUE
                       END-IF
                   END-IF
                               CONTINUE
                           WHEN WS-CAND-TRAN-ID (WS-CX)
                               = XRF-TRAN-ID
                               IF XRF-RUN-ID(1:1) = "O"
                                   MOVE "O" TO WS-CAND-STATUS (WS-CX)
                               ELSE
                                   MOVE "M" TO WS-CAND-STATUS (WS-CX)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.

       6100-WRITE-ONE-DISPOSITION.
           EVALUATE WS-CAND-STATUS (WS-CAND-SUB)
               WHEN "P"
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE WS-CAND-IMAGE (WS-CAND-SUB)
                       TO CLEAN-TRANSACTION-RECORD
                   WRITE CLEAN-TRANSACTION-RECORD
               WHEN "O"
                   ADD 1 TO WS-ONLINE-COUNT
                   DISPLAY "TRAN-ID " WS-CAND-TRAN-ID (WS-CAND-SUB)
                       " ALREADY NUMBERED ONLINE - PASSED OVER"
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO REJECT-RECORD
                   MOVE "DUPM" TO REJ-REASON-CODE
                   MOVE WS-CAND-IMAGE (WS-CAND-SUB)
                       TO REJ-RECORD-IMAGE
                   WRITE REJECT-RECORD
           END-EVALUATE.

       7000-FINALIZE.
           CLOSE RAW-TRANSACTION-FILE
           DISPLAY "RAW RECORDS READ : " WS-READ-COUNT
           DISPLAY "RECORDS ACCEPTED : " WS-ACCEPT-COUNT
           DISPLAY "RECORDS REJECTED : " WS-REJECT-COUNT
           DISPLAY "NUMBERED ONLINE  : " WS-ONLINE-COUNT
           IF WS-ABORT-RUN
               DISPLAY "*** EDIT ABANDONED - CLEAN FILE IS EMPTY"
                   " - CORRECT AND RERUN ***"
