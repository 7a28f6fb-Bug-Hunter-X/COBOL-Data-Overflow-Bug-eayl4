      *> DLVPRM - parameter block passed on a CALL to AREA1DLW, the
      *> delivery file writer.  DWP-SLOT (1-8) picks the delivery
      *> file DELIVER1.DAT to DELIVER8.DAT; DWP-FUNCTION "O" opens it
      *> afresh (any earlier delivery in it is replaced), "W" writes
      *> DWP-RECORD to it and "C" closes it.  DWP-FILE-STATUS comes
      *> back with the file status of the operation.
       01  DELIVERY-WRITE-PARMS.
           05  DWP-FUNCTION            PIC X.
               88  DWP-OPEN-FILE                VALUE "O".
               88  DWP-WRITE-RECORD             VALUE "W".
               88  DWP-CLOSE-FILE               VALUE "C".
           05  DWP-SLOT                PIC 9.
           05  DWP-RECORD              PIC X(80).
           05  DWP-FILE-STATUS         PIC XX.
