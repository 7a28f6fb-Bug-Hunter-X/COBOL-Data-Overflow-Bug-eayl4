       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1VFY.
      *> Document-number verification.  The operator keys the number
      *> exactly as the customer quotes it - the WS-AREA-1 value with
      *> its check digit on the end, leading zeros optional, hyphens
      *> and spaces ignored - and the series it belongs to.  The check
      *> digit is re-derived through AREA1CDG and compared.
      *>
      *> A valid number is looked up on the cross-reference and its
      *> assignment shown, as AREA1XRF would show it.  A valid check
      *> digit does not rule out two adjacent digits swapped - the
      *> scheme lets a few such swaps through - so every number one
      *> swap away whose own check digit holds is looked up as well,
      *> and any that was issued is listed as ALSO ON FILE - POSSIBLE
      *> TRANSPOSITION for the operator to confirm with the customer.
      *>
      *> An invalid number was mis-quoted or mis-keyed somewhere.
      *> Every number one slip away from what was quoted - one digit
      *> wrong in any position, check digit included, or two adjacent
      *> digits swapped - is tried, those whose own check digit holds
      *> are kept, and each of those is looked up on the
      *> cross-reference.  The ones actually issued are listed as the
      *> likely intended numbers.  The scheme catches every single
      *> wrong digit, so after one such slip the true number is
      *> always among the candidates; after a swap the check digit
      *> usually, though not always, shows the quote invalid.
      *>
      *> Lookups probe the keyed cross-reference XREFIDX.DAT on the
      *> series-plus-number alternate key, falling back to one pass
      *> of XREF.DAT where the keyed file has not been built.
      *> RETURN-CODE 0 - valid and issued; 4 - valid but not on the
      *> cross-reference, or another issued number is one swap away;
      *> 8 - check digit invalid, or not a number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT XREF-INDEX ASSIGN TO "XREFIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRK-PRIME-KEY
               ALTERNATE RECORD KEY IS XRK-NUMBER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-XIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
           COPY XREFREC.

       FD  XREF-INDEX.
           COPY XREFKEYR.

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS         PIC XX.
           88  WS-XREF-FILE-NOT-FOUND           VALUE "35".

       01  WS-XIDX-FILE-STATUS         PIC XX.
           88  WS-XIDX-FILE-NOT-FOUND           VALUE "35".

       01  WS-PROBE-DONE-FLAG          PIC X    VALUE "N".
           88  WS-PROBE-DONE                    VALUE "Y".

       01  WS-EOF-XREF                 PIC X    VALUE "N".
           88  WS-END-OF-XREF-FILE              VALUE "Y".

       01  WS-INPUT-FLAG               PIC X    VALUE "Y".
           88  WS-INPUT-VALID                   VALUE "Y".

       01  WS-QUOTE-FLAG               PIC X    VALUE "N".
           88  WS-QUOTE-CHECKS                  VALUE "Y".

       01  WS-DEFAULT-SERIES           PIC X(3) VALUE "GEN".
       01  WS-LOOKUP-SERIES-IN         PIC X(3).
       01  WS-LOOKUP-SERIES            PIC X(3) VALUE SPACES.

      *> The number as quoted, then stripped to its digits and
      *> right-justified: eleven digits of value and the check digit.
       01  WS-QUOTED-IN                PIC X(20) VALUE SPACES.
       01  WS-QUOTED-CHAR-SUB          PIC 9(3) COMP VALUE 0.
       01  WS-QUOTED-DIGIT-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-QUOTED-CHAR              PIC X.
       01  WS-QUOTED-CHAR-N REDEFINES WS-QUOTED-CHAR
                                       PIC 9.
       01  WS-QUOTED-NUMBER-AREA.
           05  WS-QUOTED-NUMBER        PIC 9(12) VALUE 0.
           05  FILLER REDEFINES WS-QUOTED-NUMBER.
               10  WS-QUOTED-VALUE     PIC 9(11).
               10  WS-QUOTED-CHECK     PIC 9.

      *> One number a single slip away from the quote.
       01  WS-VARIANT-AREA.
           05  WS-VARIANT-NUMBER       PIC 9(12) VALUE 0.
           05  FILLER REDEFINES WS-VARIANT-NUMBER.
               10  WS-VARIANT-VALUE    PIC 9(11).
               10  WS-VARIANT-CHECK    PIC 9.
           05  FILLER REDEFINES WS-VARIANT-NUMBER.
               10  WS-VARIANT-DIGIT    PIC 9 OCCURS 12 TIMES.
       01  WS-POSITION-SUB             PIC 9(3) COMP VALUE 0.
       01  WS-TRY-DIGIT                PIC 99   VALUE 0.
       01  WS-HELD-DIGIT               PIC 9    VALUE 0.
       01  WS-VARIANT-KIND             PIC X    VALUE SPACE.

      *> Numbers to look up: the quote itself and its swap variants
      *> when its check digit holds, otherwise every slip variant -
      *> in both cases only variants whose own check digit holds.
      *> One per position for a wrong digit (the scheme allows exactly
      *> one digit per position) plus one per adjacent pair swapped.
       01  WS-CANDIDATE-MAX            PIC 9(3) COMP VALUE 30.
       01  WS-CANDIDATE-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-CANDIDATE-SUB            PIC 9(3) COMP VALUE 0.
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-ENTRY      OCCURS 0 TO 30 TIMES
                                       DEPENDING ON WS-CANDIDATE-COUNT
                                       INDEXED BY WS-CX.
               10  WS-CAND-VALUE       PIC 9(11).
               10  WS-CAND-CHECK       PIC 9.
               10  WS-CAND-KIND        PIC X.
                   88  WS-CAND-AS-QUOTED        VALUE "Q".
                   88  WS-CAND-WRONG-DIGIT      VALUE "D".
                   88  WS-CAND-TRANSPOSED       VALUE "T".

       01  WS-MATCH-COUNT              PIC 9(9) VALUE 0.
       01  WS-ALSO-ON-FILE-COUNT       PIC 9(9) VALUE 0.
       01  WS-VOID-MARKER              PIC X(12) VALUE SPACES.
       01  WS-KIND-TEXT                PIC X(37) VALUE SPACES.

       01  WS-DOCUMENT-NUMBER.
           05  WS-DOC-AREA-1-VALUE     PIC 9(11).
           05  FILLER                  PIC X    VALUE "-".
           05  WS-DOC-CHECK-DIGIT      PIC 9.

       01  WS-MATCH-VALUE              PIC 9(11) VALUE 0.
       01  WS-MATCH-TRAN-ID            PIC X(10) VALUE SPACES.
       01  WS-MATCH-RUN-ID             PIC X(8) VALUE SPACES.
       01  WS-MATCH-TIMESTAMP          PIC X(21) VALUE SPACES.
       01  WS-MATCH-VOID-FLAG          PIC X    VALUE SPACE.

           COPY CHKDGT.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-ACCEPT-QUOTED-NUMBER
           IF WS-INPUT-VALID
               PERFORM 2000-CHECK-QUOTED-NUMBER
               IF WS-QUOTE-CHECKS
                   PERFORM 2100-ADD-QUOTE-AS-CANDIDATE
                   PERFORM 2200-ADD-SWAP-CANDIDATES
               ELSE
                   PERFORM 3000-BUILD-SLIP-CANDIDATES
               END-IF
               PERFORM 4000-LOOK-UP-CANDIDATES
               PERFORM 5000-REPORT-RESULT
           END-IF
           STOP RUN.

       1000-ACCEPT-QUOTED-NUMBER.
           DISPLAY "ENTER COUNTER SERIES (BLANK = GEN): "
               WITH NO ADVANCING
           ACCEPT WS-LOOKUP-SERIES-IN
           IF WS-LOOKUP-SERIES-IN = SPACES
               MOVE WS-DEFAULT-SERIES TO WS-LOOKUP-SERIES
           ELSE
               MOVE WS-LOOKUP-SERIES-IN TO WS-LOOKUP-SERIES
           END-IF
           DISPLAY "ENTER DOCUMENT NUMBER AS QUOTED: "
               WITH NO ADVANCING
           ACCEPT WS-QUOTED-IN
           MOVE 0 TO WS-QUOTED-NUMBER
           MOVE 0 TO WS-QUOTED-DIGIT-COUNT
           PERFORM 1100-TAKE-ONE-QUOTED-CHAR
               VARYING WS-QUOTED-CHAR-SUB FROM 1 BY 1
               UNTIL WS-QUOTED-CHAR-SUB > 20
                   OR NOT WS-INPUT-VALID
           IF WS-INPUT-VALID
               IF WS-QUOTED-DIGIT-COUNT < 2
                   DISPLAY "*** DOCUMENT NUMBER TOO SHORT - NEED THE"
                       " NUMBER AND ITS CHECK DIGIT ***"
                   MOVE "N" TO WS-INPUT-FLAG
               END-IF
               IF WS-QUOTED-DIGIT-COUNT > 12
                   DISPLAY "*** DOCUMENT NUMBER LONGER THAN 12"
                       " DIGITS ***"
                   MOVE "N" TO WS-INPUT-FLAG
               END-IF
           END-IF
           IF NOT WS-INPUT-VALID
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-TAKE-ONE-QUOTED-CHAR.
      *> Digits are shifted in from the right; the separators a
      *> customer or a print layout adds are passed over.
           MOVE WS-QUOTED-IN(WS-QUOTED-CHAR-SUB:1) TO WS-QUOTED-CHAR
           EVALUATE TRUE
               WHEN WS-QUOTED-CHAR = SPACE OR "-"
                   CONTINUE
               WHEN WS-QUOTED-CHAR IS NUMERIC
                   ADD 1 TO WS-QUOTED-DIGIT-COUNT
                   IF WS-QUOTED-DIGIT-COUNT <= 12
                       COMPUTE WS-QUOTED-NUMBER =
                           WS-QUOTED-NUMBER * 10 + WS-QUOTED-CHAR-N
                   END-IF
               WHEN OTHER
                   DISPLAY "*** DOCUMENT NUMBER NOT NUMERIC ***"
                   MOVE "N" TO WS-INPUT-FLAG
           END-EVALUATE.

       2000-CHECK-QUOTED-NUMBER.
           MOVE WS-QUOTED-VALUE TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
           MOVE WS-QUOTED-VALUE TO WS-DOC-AREA-1-VALUE
           MOVE WS-QUOTED-CHECK TO WS-DOC-CHECK-DIGIT
           IF CDG-CHECK-DIGIT = WS-QUOTED-CHECK
               SET WS-QUOTE-CHECKS TO TRUE
               DISPLAY "DOCUMENT NUMBER " WS-DOCUMENT-NUMBER
                   " SERIES " WS-LOOKUP-SERIES
                   " - CHECK DIGIT VALID"
           ELSE
               DISPLAY "DOCUMENT NUMBER " WS-DOCUMENT-NUMBER
                   " SERIES " WS-LOOKUP-SERIES
                   " - CHECK DIGIT INVALID"
           END-IF.

       2100-ADD-QUOTE-AS-CANDIDATE.
           MOVE WS-QUOTED-NUMBER TO WS-VARIANT-NUMBER
           MOVE "Q" TO WS-VARIANT-KIND
           PERFORM 3300-ADD-VARIANT-CANDIDATE.

       2200-ADD-SWAP-CANDIDATES.
      *> A swap the check digit cannot see leaves a valid quote that
      *> may name the wrong document.
           PERFORM 3200-SWAP-ONE-PAIR
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > 11.

       3000-BUILD-SLIP-CANDIDATES.
           PERFORM 3100-VARY-ONE-POSITION
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > 12
           PERFORM 3200-SWAP-ONE-PAIR
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > 11.

       3100-VARY-ONE-POSITION.
           PERFORM 3110-TRY-ONE-DIGIT
               VARYING WS-TRY-DIGIT FROM 0 BY 1
               UNTIL WS-TRY-DIGIT > 9.

       3110-TRY-ONE-DIGIT.
           MOVE WS-QUOTED-NUMBER TO WS-VARIANT-NUMBER
           IF WS-VARIANT-DIGIT (WS-POSITION-SUB) NOT = WS-TRY-DIGIT
               MOVE WS-TRY-DIGIT TO WS-VARIANT-DIGIT (WS-POSITION-SUB)
               MOVE "D" TO WS-VARIANT-KIND
               PERFORM 3250-KEEP-IF-VARIANT-CHECKS
           END-IF.

       3200-SWAP-ONE-PAIR.
      *> Swapping two equal digits gives back the quote itself.
           MOVE WS-QUOTED-NUMBER TO WS-VARIANT-NUMBER
           IF WS-VARIANT-DIGIT (WS-POSITION-SUB) NOT =
               WS-VARIANT-DIGIT (WS-POSITION-SUB + 1)
               MOVE WS-VARIANT-DIGIT (WS-POSITION-SUB)
                   TO WS-HELD-DIGIT
               MOVE WS-VARIANT-DIGIT (WS-POSITION-SUB + 1)
                   TO WS-VARIANT-DIGIT (WS-POSITION-SUB)
               MOVE WS-HELD-DIGIT
                   TO WS-VARIANT-DIGIT (WS-POSITION-SUB + 1)
               MOVE "T" TO WS-VARIANT-KIND
               PERFORM 3250-KEEP-IF-VARIANT-CHECKS
           END-IF.

       3250-KEEP-IF-VARIANT-CHECKS.
           MOVE WS-VARIANT-VALUE TO CDG-AREA-1-VALUE
           CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
           IF CDG-CHECK-DIGIT = WS-VARIANT-CHECK
               PERFORM 3300-ADD-VARIANT-CANDIDATE
           END-IF.

       3300-ADD-VARIANT-CANDIDATE.
           IF WS-CANDIDATE-COUNT < WS-CANDIDATE-MAX
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE WS-VARIANT-VALUE
                   TO WS-CAND-VALUE (WS-CANDIDATE-COUNT)
               MOVE WS-VARIANT-CHECK
                   TO WS-CAND-CHECK (WS-CANDIDATE-COUNT)
               MOVE WS-VARIANT-KIND
                   TO WS-CAND-KIND (WS-CANDIDATE-COUNT)
           END-IF.

       4000-LOOK-UP-CANDIDATES.
           OPEN INPUT XREF-INDEX
           IF WS-XIDX-FILE-NOT-FOUND
               PERFORM 4500-SCAN-XREF-FILE
           ELSE
               PERFORM 4100-PROBE-ONE-CANDIDATE
                   VARYING WS-CANDIDATE-SUB FROM 1 BY 1
                   UNTIL WS-CANDIDATE-SUB > WS-CANDIDATE-COUNT
               CLOSE XREF-INDEX
           END-IF.

       4100-PROBE-ONE-CANDIDATE.
      *> Same alternate-key walk as the operator lookup - position
      *> at the first record for the pair, stop at the first past it.
           MOVE "N" TO WS-PROBE-DONE-FLAG
           MOVE SPACES TO XREF-KEY-RECORD
           MOVE WS-LOOKUP-SERIES TO XRK-SERIES-ID
           MOVE WS-CAND-VALUE (WS-CANDIDATE-SUB) TO XRK-AREA-1-VALUE
           START XREF-INDEX KEY >= XRK-NUMBER-KEY
               INVALID KEY
                   SET WS-PROBE-DONE TO TRUE
           END-START
           PERFORM 4110-CHECK-ONE-KEYED-MATCH
               UNTIL WS-PROBE-DONE.

       4110-CHECK-ONE-KEYED-MATCH.
           READ XREF-INDEX NEXT RECORD
               AT END
                   SET WS-PROBE-DONE TO TRUE
               NOT AT END
                   IF XRK-SERIES-ID NOT = WS-LOOKUP-SERIES
                       OR XRK-AREA-1-VALUE NOT =
                           WS-CAND-VALUE (WS-CANDIDATE-SUB)
                       SET WS-PROBE-DONE TO TRUE
                   ELSE
                       MOVE XRK-AREA-1-VALUE TO WS-MATCH-VALUE
                       MOVE XRK-TRAN-ID TO WS-MATCH-TRAN-ID
                       MOVE XRK-RUN-ID TO WS-MATCH-RUN-ID
                       MOVE XRK-TIMESTAMP TO WS-MATCH-TIMESTAMP
                       MOVE XRK-VOID-FLAG TO WS-MATCH-VOID-FLAG
                       PERFORM 4800-DISPLAY-MATCH
                   END-IF
           END-READ.

       4500-SCAN-XREF-FILE.
      *> Fallback when the keyed file has not been built on this
      *> site yet - one pass of the sequential file serves every
      *> candidate at once.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-NOT-FOUND
               DISPLAY "*** CROSS-REFERENCE FILE NOT FOUND ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4510-CHECK-NEXT-XREF-RECORD
                   UNTIL WS-END-OF-XREF-FILE
               CLOSE XREF-FILE
           END-IF.

       4510-CHECK-NEXT-XREF-RECORD.
           READ XREF-FILE
               AT END
                   SET WS-END-OF-XREF-FILE TO TRUE
               NOT AT END
                   IF XRF-SERIES-ID = WS-LOOKUP-SERIES
                       PERFORM 4520-MATCH-XREF-TO-CANDIDATES
                   END-IF
           END-READ.

       4520-MATCH-XREF-TO-CANDIDATES.
           SET WS-CX TO 1
           SEARCH WS-CANDIDATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAND-VALUE (WS-CX) = XRF-AREA-1-VALUE
                   SET WS-CANDIDATE-SUB TO WS-CX
                   MOVE XRF-AREA-1-VALUE TO WS-MATCH-VALUE
                   MOVE XRF-TRAN-ID TO WS-MATCH-TRAN-ID
                   MOVE XRF-RUN-ID TO WS-MATCH-RUN-ID
                   MOVE XRF-TIMESTAMP TO WS-MATCH-TIMESTAMP
                   MOVE XRF-VOID-FLAG TO WS-MATCH-VOID-FLAG
                   PERFORM 4800-DISPLAY-MATCH
           END-SEARCH.

       4800-DISPLAY-MATCH.
           IF WS-CAND-AS-QUOTED (WS-CANDIDATE-SUB)
               OR NOT WS-QUOTE-CHECKS
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               ADD 1 TO WS-ALSO-ON-FILE-COUNT
           END-IF
           EVALUATE WS-MATCH-VOID-FLAG
               WHEN "V"
                   MOVE " *VOIDED*" TO WS-VOID-MARKER
               WHEN "C"
                   MOVE " *CANCELLED*" TO WS-VOID-MARKER
               WHEN OTHER
                   MOVE SPACES TO WS-VOID-MARKER
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CAND-AS-QUOTED (WS-CANDIDATE-SUB)
                   MOVE "ISSUED" TO WS-KIND-TEXT
               WHEN WS-QUOTE-CHECKS
                   MOVE "ALSO ON FILE - POSSIBLE TRANSPOSITION"
                       TO WS-KIND-TEXT
               WHEN WS-CAND-WRONG-DIGIT (WS-CANDIDATE-SUB)
                   MOVE "ONE DIGIT DIFFERENT" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "TWO DIGITS TRANSPOSED" TO WS-KIND-TEXT
           END-EVALUATE
           MOVE WS-MATCH-VALUE TO WS-DOC-AREA-1-VALUE
           MOVE WS-CAND-CHECK (WS-CANDIDATE-SUB) TO WS-DOC-CHECK-DIGIT
           DISPLAY WS-KIND-TEXT " " WS-DOCUMENT-NUMBER
               " TRAN-ID " WS-MATCH-TRAN-ID
               " BY RUN " WS-MATCH-RUN-ID
               " AT " WS-MATCH-TIMESTAMP(1:14)
               WS-VOID-MARKER.

       5000-REPORT-RESULT.
           IF WS-QUOTE-CHECKS
               IF WS-MATCH-COUNT = 0
                   DISPLAY "NUMBER NOT ON CROSS-REFERENCE FOR SERIES "
                       WS-LOOKUP-SERIES
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-ALSO-ON-FILE-COUNT > 0
                   DISPLAY "*** ISSUED NUMBERS ONE SWAP AWAY : "
                       WS-ALSO-ON-FILE-COUNT
                       " - CONFIRM THE NUMBER WITH THE CUSTOMER ***"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY "CANDIDATES WITH VALID CHECK DIGIT : "
                   WS-CANDIDATE-COUNT
               IF WS-MATCH-COUNT = 0
                   DISPLAY "NO LIKELY INTENDED NUMBER IS ON THE"
                       " CROSS-REFERENCE FOR SERIES " WS-LOOKUP-SERIES
               ELSE
                   DISPLAY "LIKELY INTENDED NUMBERS ON FILE : "
                       WS-MATCH-COUNT
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
