      *> reverse lookups.  Written by AREA1CNT alongside the
      *> sequential row, built from history by the AREA1XCV
      *> conversion, voided in step with XREF.DAT by the backout
      *> facility, marked cancelled in step with XREF.DAT by the
      *> cancellation transaction, and probed directly by the
      *> front-end edit's duplicate check and the operator lookups -
      *> the sequential file stays the authoritative audit record,
      *> this file is how it is found without streaming years of
      *> history.
      *> XRK-CHECK-DIGIT carries the sequential row's document-number
      *> check digit, in what used to be FILLER.
       01  XREF-KEY-RECORD.
           05  XRK-PRIME-KEY.
               10  XRK-TRAN-ID         PIC X(10).
           05  XRK-RUN-ID              PIC X(8).
           05  XRK-VOID-FLAG           PIC X.
               88  XRK-RECORD-VOIDED            VALUE "V".
               88  XRK-RECORD-CANCELLED         VALUE "C".
           05  XRK-CHECK-DIGIT         PIC 9.
           05  FILLER                  PIC X(25).
