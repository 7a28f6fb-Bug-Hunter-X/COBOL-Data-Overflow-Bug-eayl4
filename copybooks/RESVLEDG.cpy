      *> counter moved without audit-log records, so the ledger is
      *> what reconciles counter movement against audited activity)
      *> and by AREA1XRF (a number inside a reserved range answers
      *> with its block instead of "not found"), and by AREA1BRR,
      *> which reconciles the branches' usage returns against each
      *> block.  Append-only.
       01  RESERVATION-RECORD.
           05  RSV-RESERVE-ID          PIC X(5).
           05  RSV-SERIES-ID           PIC X(3).
