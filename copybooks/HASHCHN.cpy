      *> HASHCHN - chain head record, one per hash-chained log on
      *> HASHCHN.DAT ("AUDITLOG" and "MAINTLOG").  Written once by
      *> AREA1HCS when the logs are first sealed, then kept by
      *> AREA1HSK:
      *>   HCH-CARRY-HASH   hash of the last record housekeeping cut
      *>                    to ARCHIVE.DAT - the first record of the
      *>                    emptied live log chains from it;
      *>   HCH-ANCHOR-HASH  hash of the last record purged from
      *>                    ARCHIVE.DAT - the oldest retained archived
      *>                    record chains from it.  Blank until the
      *>                    first purge: the chain starts at zeros.
      *> A missing file means the logs have not been sealed yet.
       01  HASH-CHAIN-HEAD-RECORD.
           05  HCH-LOG-ID              PIC X(8).
           05  HCH-CARRY-HASH          PIC X(18).
           05  HCH-ANCHOR-HASH         PIC X(18).
           05  HCH-SEALED-DATE         PIC X(8).
           05  HCH-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(7).
