      *> The keyed file is built from empty each run - converting
      *> on top of existing records would hide rows deleted from
      *> the source since the last conversion.
      *> Each keyed row carries the document-number check digit; a
      *> source row written before check digits were introduced (and
      *> not yet given one by AREA1CDX) has it derived here, so the
      *> keyed file is always complete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(9) VALUE 0.
       01  WS-DERIVED-COUNT            PIC 9(9) VALUE 0.

           COPY CHKDGT.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE XRF-AREA-1-VALUE TO XRK-AREA-1-VALUE
           MOVE XRF-RUN-ID TO XRK-RUN-ID
           MOVE XRF-VOID-FLAG TO XRK-VOID-FLAG
           IF XRF-CHECK-DIGIT IS NUMERIC
               MOVE XRF-CHECK-DIGIT TO XRK-CHECK-DIGIT
           ELSE
               MOVE XRF-AREA-1-VALUE TO CDG-AREA-1-VALUE
               CALL "AREA1CDG" USING CHECK-DIGIT-PARMS
               MOVE CDG-CHECK-DIGIT TO XRK-CHECK-DIGIT
               ADD 1 TO WS-DERIVED-COUNT
           END-IF
           WRITE XREF-KEY-RECORD
      *> Two source rows with the same TRAN-ID and timestamp can
      *> only be a damaged source - count it, keep the first, and
           DISPLAY "XREF RECORDS READ    : " WS-READ-COUNT
           DISPLAY "KEYED RECORDS LOADED : " WS-LOADED-COUNT
           DISPLAY "DUPLICATE KEYS FOUND : " WS-DUPLICATE-COUNT
           DISPLAY "CHECK DIGITS DERIVED : " WS-DERIVED-COUNT
           IF WS-DUPLICATE-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
