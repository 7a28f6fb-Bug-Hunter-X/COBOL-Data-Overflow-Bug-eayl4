      *> PENDRST - counter reset request awaiting its second operator,
      *> PENDRST.DAT.  Written by AREA1MNT when a RESET is queued and
      *> rewritten when a different operator APPROVEs or REJECTs it;
      *> decided requests stay on file as history.  AREA1ARV reports
      *> requests left pending too long.
       01  PENDING-RESET-RECORD.
           05  PND-STATUS              PIC X.
               88  PND-PENDING                  VALUE "P".
               88  PND-APPROVED                 VALUE "A".
               88  PND-REJECTED                 VALUE "R".
           05  PND-SERIES-ID           PIC X(3).
           05  PND-NEW-VALUE           PIC 9(11).
           05  PND-REQUEST-OPR         PIC X(8).
           05  PND-REQUEST-TIME        PIC X(21).
           05  PND-DECIDE-OPR          PIC X(8).
           05  PND-DECIDE-TIME         PIC X(21).
           05  FILLER                  PIC X(7).
