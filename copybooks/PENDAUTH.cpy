      *> PENDAUTH - operator grant change awaiting its second
      *> operator, PENDAUTH.DAT.  AREA1ADM queues every ADD, CHANGE
      *> and REVOKE of an operator's grants here under the next
      *> request number, and OPERAUTH.DAT is only touched when a
      *> different administrator APPROVEs it.  Decided requests stay
      *> on file as history - the request number on the maintenance
      *> log entries leads back to the operator and grants concerned.
       01  PENDING-GRANT-RECORD.
           05  PGA-STATUS              PIC X.
               88  PGA-PENDING                  VALUE "P".
               88  PGA-APPROVED                 VALUE "A".
               88  PGA-REJECTED                 VALUE "R".
           05  PGA-REQUEST-NO          PIC 9(6).
           05  PGA-ACTION              PIC X.
               88  PGA-ADD-GRANT                VALUE "A".
               88  PGA-CHANGE-GRANT             VALUE "C".
               88  PGA-REVOKE-GRANT             VALUE "R".
           05  PGA-TARGET-OPR          PIC X(8).
           05  PGA-SERIES-ID           PIC X(3).
      *> The grants the operator is to hold once approved - blank on
      *> a REVOKE, which removes the record outright.
           05  PGA-VIEW-FLAG           PIC X.
           05  PGA-RESET-FLAG          PIC X.
           05  PGA-SERMNT-FLAG         PIC X.
           05  PGA-APPROVE-FLAG        PIC X.
           05  PGA-ADMIN-FLAG          PIC X.
           05  PGA-REQUEST-OPR         PIC X(8).
           05  PGA-REQUEST-TIME        PIC X(21).
           05  PGA-DECIDE-OPR          PIC X(8).
           05  PGA-DECIDE-TIME         PIC X(21).
           05  FILLER                  PIC X(18).
