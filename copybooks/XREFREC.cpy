      *> XRF-VOID-FLAG is "V" when the assignment belongs to a run
      *> that was backed out - the front-end edit's duplicate check
      *> and re-delivery both skip voided rows.
      *> XRF-VOID-FLAG "C" marks a single assignment cancelled or
      *> spoiled after issue by the cancellation transaction - the
      *> number stays issued (it is never handed out again) but the
      *> document is dead; the cancellation register CANCREG.DAT
      *> holds the reason, the operator and when.
      *> XRF-CHECK-DIGIT is the document-number check digit for the
      *> assigned value (scheme in AREA1CDG), in what used to be
      *> FILLER; rows written before it was added read back blank
      *> until AREA1CDX derives it onto them.
       01  XREF-RECORD.
           05  XRF-TRAN-ID             PIC X(10).
           05  XRF-SERIES-ID           PIC X(3).
           05  XRF-TIMESTAMP           PIC X(21).
           05  XRF-VOID-FLAG           PIC X.
               88  XRF-RECORD-VOIDED            VALUE "V".
               88  XRF-RECORD-CANCELLED         VALUE "C".
           05  XRF-CHECK-DIGIT         PIC 9.
           05  FILLER                  PIC X(25).
