      *> CHKDGT - parameter block passed on a CALL to AREA1CDG, the
      *> document-number check digit routine.  The caller fills
      *> CDG-AREA-1-VALUE and gets back CDG-CHECK-DIGIT.  The
      *> printed document number is the eleven-digit WS-AREA-1 value
      *> followed by the check digit - see AREA1CDG for the scheme.
      *> Every program that issues, publishes or verifies a number
      *> calls the one routine, so the digit is derived the same way
      *> everywhere.
       01  CHECK-DIGIT-PARMS.
           05  CDG-AREA-1-VALUE        PIC 9(11).
           05  CDG-CHECK-DIGIT         PIC 9.
