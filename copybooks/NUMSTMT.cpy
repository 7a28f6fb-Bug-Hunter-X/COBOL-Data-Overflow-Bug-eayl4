      *> NUMSTMT - period-end numbering statement record, written by
      *> AREA1STM to NUMSTMT.DAT for finance to load into the
      *> regulatory return.  Fixed format, one file per statement
      *> run:
      *>   "H"  header  - the period and the date the statement was
      *>                  produced;
      *>   "D"  series  - one per counter series, the opening and
      *>                  closing WS-AREA-1 position and every
      *>                  movement between them:
      *>                    opening + issued batch + issued online
      *>                    + reserved - backed out + reset raised
      *>                    - reset lowered + gap skipped
      *>                    - gap reused = closing
      *>                  The gap figures are the unexplained part;
      *>                  NST-BALANCE-FLAG is "U" whenever there is
      *>                  any;
      *>   "T"  trailer - the series count, the count out of balance
      *>                  and the sum of the closing positions, for
      *>                  the load to prove it took the whole file.
      *> Every amount is unsigned - the direction is in the field
      *> name, so no sign convention has to be agreed with the
      *> loading side.
       01  NUMBERING-STATEMENT-RECORD.
           05  NST-RECORD-TYPE         PIC X.
               88  NST-HEADER                   VALUE "H".
               88  NST-SERIES-LINE              VALUE "D".
               88  NST-TRAILER                  VALUE "T".
           05  NST-PERIOD-TYPE         PIC X.
               88  NST-MONTHLY                  VALUE "M".
               88  NST-ANNUAL                   VALUE "Y".
           05  NST-PERIOD-FROM         PIC X(8).
           05  NST-PERIOD-TO           PIC X(8).
           05  NST-SERIES-DETAIL.
               10  NST-SERIES-ID       PIC X(3).
               10  NST-OPENING-AREA-1  PIC 9(11).
               10  NST-ISSUED-BATCH    PIC 9(11).
               10  NST-ISSUED-ONLINE   PIC 9(11).
               10  NST-RESERVED        PIC 9(11).
               10  NST-BACKED-OUT      PIC 9(11).
               10  NST-RESET-RAISED    PIC 9(11).
               10  NST-RESET-LOWERED   PIC 9(11).
               10  NST-GAP-SKIPPED     PIC 9(11).
               10  NST-GAP-REUSED      PIC 9(11).
               10  NST-CLOSING-AREA-1  PIC 9(11).
               10  NST-RESET-COUNT     PIC 9(5).
               10  NST-GAP-COUNT       PIC 9(5).
               10  NST-ROLLOVER-COUNT  PIC 9(5).
               10  NST-BALANCE-FLAG    PIC X.
                   88  NST-BALANCED             VALUE "B".
                   88  NST-OUT-OF-BALANCE       VALUE "U".
               10  FILLER              PIC X(13).
           05  NST-CONTROL-DETAIL REDEFINES NST-SERIES-DETAIL.
               10  NST-CREATED-DATE    PIC X(8).
               10  NST-SERIES-COUNT    PIC 9(5).
               10  NST-UNBALANCED-COUNT
                                       PIC 9(5).
               10  NST-CLOSING-TOTAL   PIC 9(15).
               10  FILLER              PIC X(109).
