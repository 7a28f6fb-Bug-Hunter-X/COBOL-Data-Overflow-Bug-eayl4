      *> SUBSCRRC - extract subscription record on SUBSCRIB.DAT, one
      *> per downstream consumer per counter series it takes.  Kept
      *> by operations; read by the distribution step AREA1DST and
      *> by AREA1ACK when it re-stages one consumer's delivery.
      *>   SUB-CONSUMER-ID    the downstream team, as it signs its
      *>                      acknowledgements;
      *>   SUB-SERIES-ID      a counter series it takes ("GEN" for
      *>                      the default series);
      *>   SUB-VOIDED-FLAG    "Y" - it also receives rows voided by
      *>                      a backout and cancellation notices;
      *>                      "N" - live assignments only;
      *>   SUB-DELIVERY-SLOT  which delivery file, DELIVER1.DAT to
      *>                      DELIVER8.DAT, carries its deliveries;
      *>   SUB-START-DATE     first business date it is delivered
      *>                      (blank - from the start); history
      *>                      before it comes by backfill.
      *> The voided flag, slot and start date belong to the consumer
      *> and must be the same on each of its records; no two
      *> consumers may share a slot.
       01  SUBSCRIPTION-RECORD.
           05  SUB-CONSUMER-ID         PIC X(8).
           05  SUB-SERIES-ID           PIC X(3).
           05  SUB-VOIDED-FLAG         PIC X.
               88  SUB-TAKES-VOIDED             VALUE "Y".
               88  SUB-LIVE-ONLY                VALUE "N".
           05  SUB-DELIVERY-SLOT-X     PIC X.
           05  SUB-DELIVERY-SLOT REDEFINES SUB-DELIVERY-SLOT-X
                                       PIC 9.
           05  SUB-START-DATE          PIC X(8).
           05  FILLER                  PIC X(59).
