      *> DISTLGRC - distribution log record, appended to DISTLOG.DAT
      *> for every delivery made to a consumer: by AREA1DST for each
      *> run it distributes and each backfill, and by AREA1ACK for
      *> each re-stage.  AREA1ACK verifies the acknowledgements per
      *> consumer per run against it; the last record for a consumer
      *> and run wins, so a re-stage supersedes the original
      *> delivery.  Backfills ("B", run ID blank) are logged for the
      *> record only and are not acknowledged.
      *> DSL-RUN-EXTRACT-ROWS is how many rows the run had on
      *> EXTRACT.DAT, taken by the consumer or not, when the delivery
      *> was made.  A run that gains rows afterwards - a later online
      *> issue under the day's online run ID - has rows no consumer
      *> was given, and AREA1ACK reports them.  It is
      *> zero on a backfill, and blank on records logged before it
      *> was carried.
       01  DISTRIBUTION-LOG-RECORD.
           05  DSL-CONSUMER-ID         PIC X(8).
           05  DSL-RUN-ID              PIC X(8).
           05  DSL-DELIVERY-TYPE       PIC X.
           05  DSL-RECORD-COUNT        PIC 9(9).
           05  DSL-DELIVERY-SLOT       PIC 9.
           05  DSL-TIMESTAMP           PIC X(21).
           05  DSL-RUN-EXTRACT-ROWS-X  PIC X(9).
           05  DSL-RUN-EXTRACT-ROWS REDEFINES DSL-RUN-EXTRACT-ROWS-X
                                       PIC 9(9).
           05  FILLER                  PIC X(23).
