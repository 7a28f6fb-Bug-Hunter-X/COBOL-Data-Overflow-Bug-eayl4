       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1HSH.
      *> Log chain hash routine.  CALLed with the HASHPRM parameter
      *> block; returns in HCP-CHAIN-HASH the eighteen-digit hash of
      *> the prior record's hash followed by the record image.  Each
      *> record on AUDITLOG.DAT and MAINTLOG.DAT stores the hash so
      *> derived, so altering, inserting or removing any record
      *> breaks every link after it - the chain is tamper-evident.
      *>
      *> The scheme runs two independent polynomial lanes over the
      *> 107 characters (18 of prior hash, then 89 of image, the
      *> image padded with spaces and its own hash field blank):
      *>     H1 = (H1 * 257 + ORD(C)) mod 999999937
      *>     H2 = (H2 * 263 + ORD(C)) mod 999999929
      *> both lanes starting at zero; the hash is H1 followed by H2,
      *> nine digits each.  A blank prior hash - the start of a
      *> chain - is taken as eighteen zeros.  This detects changes
      *> made to the logs outside the programs that write them; it
      *> is not a cryptographic seal against someone who also holds
      *> this routine and recomputes the whole chain.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-INPUT.
           05  WS-HASH-PRIOR           PIC X(18).
           05  WS-HASH-IMAGE           PIC X(89).
       01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
           05  WS-HASH-CHAR            PIC X OCCURS 107 TIMES.

       01  WS-HASH-RESULT.
           05  WS-LANE-1               PIC 9(9).
           05  WS-LANE-2               PIC 9(9).

       01  WS-CHAR-SUB                 PIC 9(3) COMP VALUE 0.
       01  WS-LANE-WORK                PIC 9(12) VALUE 0.

       LINKAGE SECTION.
           COPY HASHPRM.

       PROCEDURE DIVISION USING HASH-CHAIN-PARMS.
       0000-MAIN-CONTROL.
           IF HCP-PRIOR-HASH = SPACES
               MOVE ALL "0" TO WS-HASH-PRIOR
           ELSE
               MOVE HCP-PRIOR-HASH TO WS-HASH-PRIOR
           END-IF
           MOVE HCP-RECORD-IMAGE TO WS-HASH-IMAGE
           MOVE 0 TO WS-LANE-1
           MOVE 0 TO WS-LANE-2
           PERFORM 1000-APPLY-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 107
           MOVE WS-HASH-RESULT TO HCP-CHAIN-HASH
           GOBACK.

       1000-APPLY-ONE-CHARACTER.
           COMPUTE WS-LANE-WORK = WS-LANE-1 * 257
               + FUNCTION ORD(WS-HASH-CHAR (WS-CHAR-SUB))
           COMPUTE WS-LANE-1 = FUNCTION MOD(WS-LANE-WORK, 999999937)
           COMPUTE WS-LANE-WORK = WS-LANE-2 * 263
               + FUNCTION ORD(WS-HASH-CHAR (WS-CHAR-SUB))
           COMPUTE WS-LANE-2 = FUNCTION MOD(WS-LANE-WORK, 999999929).
