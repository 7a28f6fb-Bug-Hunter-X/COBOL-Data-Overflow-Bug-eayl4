      *> OPERAUTH - operator authorization grant, OPERAUTH.DAT.  One
      *> record per operator per series; every AREA1MNT action is
      *> checked against these grants.  Maintained only through
      *> AREA1ADM under two-person control, and reviewed monthly by
      *> AREA1ARV.
       01  OPERATOR-AUTH-RECORD.
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-VIEW-FLAG           PIC X.
           05  OPA-RESET-FLAG          PIC X.
           05  OPA-SERMNT-FLAG         PIC X.
           05  OPA-APPROVE-FLAG        PIC X.
      *> "***" (or blank) grants the record's actions for every
      *> series; otherwise the grant covers the one series named.
      *> An operator may hold several records, one per series.
           05  OPA-SERIES-ID           PIC X(3).
      *> The fields below sit in what used to be FILLER, so grants
      *> set up by hand before AREA1ADM read back blank.
      *> OPA-ADMIN-FLAG lets the operator request and approve grant
      *> changes through AREA1ADM for the series the record covers.
      *> AREA1MNT takes no notice of it.
           05  OPA-ADMIN-FLAG          PIC X.
      *> The two operators behind the grant as it now stands, and
      *> the date the change was approved.
           05  OPA-GRANTED-BY          PIC X(8).
           05  OPA-APPROVED-BY         PIC X(8).
           05  OPA-GRANT-DATE          PIC X(8).
           05  FILLER                  PIC X(40).
