      *> audit/operations report programs (readers).  Records written
      *> before series and run-ID support read back with those fields
      *> blank - blank series means the default series "GEN".
      *> AUD-CHAIN-HASH sits in what used to be FILLER: the hash of
      *> the record (with this field blank) chained to the hash of
      *> the record before it in the log - see AREA1HSH.  Every
      *> writer stores it, AREA1HCV verifies it; blank on a record
      *> written before the log was sealed.
       01  AUDIT-LOG-RECORD.
           05  AUD-PRIOR-AREA-1        PIC 9(11).
           05  AUD-NEW-AREA-1          PIC 9(11).
           05  AUD-TIMESTAMP           PIC X(21).
           05  AUD-SERIES-ID           PIC X(3).
           05  AUD-RUN-ID              PIC X(8).
           05  AUD-CHAIN-HASH          PIC X(18).
           05  FILLER                  PIC X(7).
