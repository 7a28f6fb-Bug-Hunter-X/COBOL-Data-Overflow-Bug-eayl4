      *> DLVCTLRC - header and trailer records framing each delivery
      *> in a consumer's delivery file (DELIVERn.DAT).  The rows in
      *> between are EXTRACTR records exactly as on EXTRACT.DAT.  A
      *> header and trailer carry a non-numeric mark where an extract
      *> row carries its WS-AREA-2 value, so a reader tells them apart
      *> on the first nine bytes.  Shared with the downstream teams'
      *> copybook library the same way EXTRACTR is.
      *>   DLC-DELIVERY-TYPE  "D" - the daily distribution of a run;
      *>                      "R" - a re-stage of one run;
      *>                      "B" - a backfill of history, run ID
      *>                      blank and the date range given;
      *>   DLC-RECORD-COUNT   on the trailer, the extract rows between
      *>                      it and its header - the count the
      *>                      consumer acknowledges.  Zero on the
      *>                      header.
       01  DELIVERY-CONTROL-RECORD.
           05  DLC-RECORD-MARK         PIC X(9).
               88  DLC-HEADER                   VALUE "#HEADER".
               88  DLC-TRAILER                  VALUE "#TRAILER".
           05  DLC-CONSUMER-ID         PIC X(8).
           05  DLC-RUN-ID              PIC X(8).
           05  DLC-DELIVERY-TYPE       PIC X.
               88  DLC-DAILY-DELIVERY           VALUE "D".
               88  DLC-RESTAGE-DELIVERY         VALUE "R".
               88  DLC-BACKFILL-DELIVERY        VALUE "B".
           05  DLC-CREATED-DATE        PIC X(8).
           05  DLC-FROM-DATE           PIC X(8).
           05  DLC-TO-DATE             PIC X(8).
           05  DLC-RECORD-COUNT        PIC 9(9).
           05  FILLER                  PIC X(21).
