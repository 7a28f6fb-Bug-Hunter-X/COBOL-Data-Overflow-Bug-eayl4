      *> CANCREG - cancellation register record, one per assigned
      *> WS-AREA-1 value taken back individually after issue - a
      *> customer document spoiled in print, cancelled, or issued in
      *> error.  Written by AREA1CAN when it marks the assignment's
      *> cross-reference rows cancelled and sends the cancellation
      *> notice downstream; read by the operator lookup to say why a
      *> number is dead.  Permanent and append-only - housekeeping
      *> never cuts it, so the register answers for every cancelled
      *> number however old.  CNR-CANCEL-ID is the "C"-prefixed ID
      *> the notice travels under on EXTRACT.DAT.
       01  CANCEL-REGISTER-RECORD.
           05  CNR-CANCEL-ID           PIC X(8).
           05  CNR-TRAN-ID             PIC X(10).
           05  CNR-SERIES-ID           PIC X(3).
           05  CNR-AREA-1-VALUE        PIC 9(11).
           05  CNR-ORIGINAL-RUN-ID     PIC X(8).
           05  CNR-REASON-CODE         PIC X(4).
               88  CNR-REASON-SPOILED           VALUE "SPOL".
               88  CNR-REASON-CANCELLED         VALUE "CANC".
               88  CNR-REASON-IN-ERROR          VALUE "ERRI".
           05  CNR-OPERATOR-ID         PIC X(8).
           05  CNR-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(7).
