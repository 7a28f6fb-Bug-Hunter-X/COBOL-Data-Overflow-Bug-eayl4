      *> blank means the pre-series default series "GEN".
      *> EXT-VOID-FLAG is "V" when the record belongs to a run that
      *> was backed out - downstream readers must skip those records.
      *> EXT-VOID-FLAG "C" marks a cancellation notice rather than an
      *> assignment: the document carrying EXT-TRAN-ID and
      *> EXT-AREA-1-VALUE was cancelled or spoiled after issue (reason
      *> in EXT-CANCEL-REASON) and downstream must stop treating it as
      *> live.  A notice travels under its own "C"-prefixed run ID.
      *> EXT-TRAN-ID and EXT-AREA-1-VALUE sit in what used to be
      *> FILLER, so records written before they were added read back
      *> blank.
      *> EXT-DOCUMENT-NUMBER is the number as printed on the customer's
      *> document - the eleven-digit WS-AREA-1 value, a hyphen, and
      *> the check digit from AREA1CDG - so downstream print systems
      *> publish exactly the value the verification utility AREA1VFY
      *> checks.  Carried on assignments and cancellation notices
      *> alike, in what used to be FILLER.
       01  EXTRACT-RECORD.
           05  EXT-AREA-2-VALUE        PIC 9(9).
           05  EXT-DATE-STAMP          PIC X(8).
           05  EXT-SERIES-ID           PIC X(3).
           05  EXT-VOID-FLAG           PIC X.
               88  EXT-RECORD-VOIDED            VALUE "V".
               88  EXT-RECORD-CANCELLED         VALUE "C".
           05  EXT-TRAN-ID             PIC X(10).
           05  EXT-AREA-1-VALUE        PIC 9(11).
           05  EXT-CANCEL-REASON       PIC X(4).
           05  EXT-DOCUMENT-NUMBER.
               10  EXT-DOC-AREA-1-VALUE PIC 9(11).
               10  EXT-DOC-SEPARATOR   PIC X.
               10  EXT-DOC-CHECK-DIGIT PIC 9.
           05  FILLER                  PIC X(13).
