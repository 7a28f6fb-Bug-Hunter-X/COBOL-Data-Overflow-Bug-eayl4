      *> they loaded, carrying the run ID and the record count they
      *> took in.  Shared with the downstream teams' copybook library
      *> the same way EXTRACTR is.
      *> ACK-CONSUMER-ID sits in what used to be FILLER: a consumer
      *> served by the per-consumer distribution (AREA1DST) signs
      *> its acknowledgement with its subscription consumer ID and
      *> acknowledges the count on its own delivery's trailer.
      *> Blank is the whole-extract handshake as before.
       01  EXTRACT-ACK-RECORD.
           05  ACK-RUN-ID              PIC X(8).
           05  ACK-RECORD-COUNT-X      PIC X(9).
           05  ACK-RECORD-COUNT REDEFINES ACK-RECORD-COUNT-X
                                       PIC 9(9).
           05  ACK-LOAD-DATE           PIC X(8).
           05  ACK-CONSUMER-ID         PIC X(8).
           05  FILLER                  PIC X(47).
