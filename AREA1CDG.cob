       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1CDG.
      *> Document-number check digit routine.  CALLed with the
      *> CHKDGT parameter block; returns the check digit for the
      *> eleven-digit WS-AREA-1 value passed in.  The printed
      *> document number is the value followed by this digit.
      *>
      *> The scheme is ISO 7064 MOD 11,10, run over all eleven digits
      *> of the value, leading zeros included, from the left:
      *>     P starts at 10
      *>     for each digit D:  S = (P + D) mod 10, with 0 taken as 10
      *>                        P = (S * 2) mod 11
      *>     check digit        C = (11 - P) mod 10
      *> A twelve-digit document number is valid when running the
      *> same loop over all twelve digits ends with (P + C) mod 10
      *> equal to 1 - which is the same as re-deriving the digit from
      *> the first eleven and comparing.  The scheme catches every
      *> single wrong digit.  It catches most transpositions of two
      *> adjacent digits but not all - about one in fifty keeps the
      *> same check digit (00000000001 and 00000000010 both take 9)
      *> - so AREA1VFY also looks for issued numbers one swap away
      *> from a quote whose check digit holds.
      *>
      *> The digit depends only on the value, so numbers issued
      *> before the digit was introduced get exactly the digit they
      *> would have had - AREA1CDX derives them onto the history.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-VALUE-DIGITS.
           05  WS-VALUE-NUMBER         PIC 9(11).
           05  WS-VALUE-DIGIT REDEFINES WS-VALUE-NUMBER
                                       PIC 9 OCCURS 11 TIMES.

       01  WS-DIGIT-SUB                PIC 9(3) COMP VALUE 0.
       01  WS-RUNNING-PRODUCT          PIC 9(3) VALUE 0.
       01  WS-RUNNING-SUM              PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           COPY CHKDGT.

       PROCEDURE DIVISION USING CHECK-DIGIT-PARMS.
       0000-MAIN-CONTROL.
           MOVE CDG-AREA-1-VALUE TO WS-VALUE-NUMBER
           MOVE 10 TO WS-RUNNING-PRODUCT
           PERFORM 1000-APPLY-ONE-DIGIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 11
           COMPUTE CDG-CHECK-DIGIT =
               FUNCTION MOD(11 - WS-RUNNING-PRODUCT, 10)
           GOBACK.

       1000-APPLY-ONE-DIGIT.
           COMPUTE WS-RUNNING-SUM = FUNCTION MOD(
               WS-RUNNING-PRODUCT + WS-VALUE-DIGIT (WS-DIGIT-SUB), 10)
           IF WS-RUNNING-SUM = 0
               MOVE 10 TO WS-RUNNING-SUM
           END-IF
           COMPUTE WS-RUNNING-PRODUCT =
               FUNCTION MOD(WS-RUNNING-SUM * 2, 11).
